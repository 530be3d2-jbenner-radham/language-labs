001296*                AS A DUPLICATE ID IN ITS OWN EXTRACT, INSTEAD  *
001297*                OF A GENERIC WRITE FAILURE. THE MERGE WALK IS  *
001298*                REPOSITIONED AFTER THE RE-READ.                *
001299* 10/15/26  DWW  FEEDER QUARANTINE: A HEADER/TRAILER GROUP THAT *
001300*                FAILS ITS PROOF (WRONG BUSINESS DATE, TRAILER  *
001301*                COUNT OR ID HASH OFF, NO TRAILER) NO LONGER    *
001302*                STOPS THE RUN RC=16. 1450-PROVE-FEEDER-GROUPS  *
001303*                PROVES EVERY GROUP BEFORE ANYTHING IS APPLIED; *
001304*                A FAILED GROUP'S RAW RECORDS ARE COPIED TO THE *
001305*                NEW QUAROUT FILE FOR RESUBMISSION AND NONE OF  *
001306*                THEM REACH CNVOUT, THE LABELS OR REJOUT. THE   *
001307*                CONTROL TOTALS AND THE AUDIT RECORD (STATUS Q) *
001308*                NAME EACH QUARANTINED GROUP AND WHY; THE RUN   *
001309*                ENDS RC=4. AN EXTRACT WHERE NO GROUP CARRIES   *
001310*                THE CARD DATE IS STILL A CARD ERROR, RC=16.    *
001311* 10/15/26  DWW  RUN CALENDAR: 1900-CHECK-RUN-CALENDAR          *
001312*                PROVES THE CARD DATE AGAINST THE OPERATIONS-   *
001313*                MAINTAINED PROCESSING CALENDAR AND THE RUN-    *
001314*                CONTROL JOURNAL BEFORE THE EXTRACT IS READ. A  *
001315*                DATE ALREADY COMPLETED NEEDS CC-RERUN-IND (A   *
001316*                DATE COMPLETED WITH QUARANTINED FEEDERS ALSO   *
001317*                TAKES A DELTA RESUBMISSION); A DATE NOT ON THE *
001318*                CALENDAR, OR ONE THAT SKIPS AN OUTSTANDING     *
001319*                PROCESS DAY, NEEDS CC-CALENDAR-OVRD. EITHER    *
001320*                REFUSAL ENDS RC=16. A RUN THAT COMPLETES FILES *
001321*                ITS DATE ON RUNCTL (STATUS C, OR Q WHEN GROUPS *
001322*                WERE QUARANTINED).                             *
001323* 10/15/26  DWW  DO-NOT-MAIL: THE DNMLIST SUPPRESSION LIST      *
001324*                (MAINTAINED BY DNMMNT) IS LOADED WITH THE      *
001325*                ROUTING TABLE IN TITLE MODE. 2251-CHECK-DO-    *
001326*                NOT-MAIL HOLDS BACK THE VENDOR LABEL OF AN ID  *
001327*                WHOSE ENTRY IS IN EFFECT FOR THE BUSINESS      *
001328*                DATE; CNVOUT IS STILL UPDATED. SUPPRESSED      *
001329*                LABELS ARE COUNTED BY REASON ON THE CONTROL    *
001330*                TOTALS AND ARE NOT IN EITHER TRAILER COUNT. A  *
001331*                MISSING OR OUT-OF-ORDER LIST IS FATAL, RC=16.  *
001332* 10/15/26  DWW  CUSTOMER ADDRESS MASTER: IN TITLE MODE THE     *
001333*                ADDRMST KSDS (LOADED NIGHTLY BY ADRLOD) IS     *
001334*                READ BY ID FOR EVERY LABEL AND THE FULL        *
001335*                MAILING ADDRESS GOES ON THE NOW 160-BYTE       *
001336*                LABEL DETAIL. A RECORD WITH NO VALID ADDRESS   *
001337*                ON FILE GETS NO LABEL; IT IS LISTED ON THE     *
001338*                NEW LBLHOLD REPORT AND COUNTED ON THE CONTROL  *
001339*                TOTALS. CNVOUT IS STILL UPDATED.               *
001340* 10/15/26  DWW  NAME PARSING: EVERY CONVERTED NAME IS BROKEN   *
001341*                INTO PREFIX, GIVEN NAME, MIDDLE NAME, SURNAME  *
001342*                AND SUFFIX BY 2700-PARSE-NAME AND STORED, WITH *
001343*                A LETTER SALUTATION, ON THE NEW CNVNAME        *
001344*                COMPANION KSDS KEYED BY RECORD ID. A COMMA NOW *
001345*                PASSES VALIDATION SO INVERTED NAMES (SMITH,    *
001346*                ROBERT J) PARSE. SURNAME PARTICLES ARE THE NEW *
001347*                TITLEXC TYPE S ENTRIES, RENDERED LIKE TYPE W.  *
001348*                A NAME THAT CANNOT BE RESOLVED IS STORED       *
001349*                UNRESOLVED AND LISTED ON THE NEW NAMEXC        *
001350*                REPORT. A DELTA RUN PARSES AN UNCHANGED RECORD *
001351*                ONLY WHEN ITS CNVNAME RECORD IS MISSING OR     *
001352*                STALE. THE TITLE EXCEPTION COUNT MOVED FROM    *
001353*                2300 TO 2210 SO THE PARSE CAN TITLE-CASE IN    *
001354*                ANY MODE.                                      *
001355* 10/15/26  DWW  CHANGE-DATA CAPTURE: A FULL (NON-DELTA) RUN    *
001356*                NOW OPENS CNVHIST TOO AND FILES ONE RELOAD     *
001357*                MARKER RECORD (ACTION F, NO ID) BEFORE IT      *
001358*                LOADS THE CLUSTER, SO THE NEW CNVCDC CRM FEED  *
001359*                KNOWS TO SEND A FULL REFRESH INSTEAD OF        *
001360*                CHANGES. A RESTARTED FULL RUN DOES NOT FILE A  *
001361*                SECOND MARKER.                                 *
001362* 10/15/26  DWW  CUSTOMER ERASURE: THE ERALIST ERASURE REGISTER *
001363*                (THE TOMBSTONES KEPT BY THE NEW CNVERA ERASURE *
001364*                RUN) IS LOADED IN EVERY MODE AND               *
001365*                2265-CHECK-ERASED BYPASSES ANY RECORD WHOSE ID *
001366*                IS ON IT -- COUNTED AS READ, NEVER CONVERTED,  *
001367*                REJECTED OR LABELLED -- SO A LATER EXTRACT     *
001368*                CANNOT BRING AN ERASED NAME BACK. NEW CONTROL  *
001369*                TOTAL RECORDS BYPASSED - ERASED ID.            *
001370* 10/15/26  DWW  FEEDER DATA QUALITY: THE PER-SOURCE SUBTOTALS  *
001371*                NOW ALSO COUNT EACH SOURCE'S REJECTS BY REASON *
001372*                (2410-COUNT-REJECT-REASON) AND ITS TITLE-CASE  *
001373*                EXCEPTIONS, AND ARE CARRIED ON THE WIDER       *
001374*                (820-BYTE) CHECKPOINT. A COMPLETED RUN FILES   *
001375*                ONE ENTRY PER SOURCE ON THE NEW CUMULATIVE     *
001376*                DQHIST HISTORY FOR THE DQSRPT MONTHLY FEEDER   *
001377*                SCORECARD. AN ENTRY THAT CANNOT BE FILED       *
001378*                RAISES THE RETURN CODE TO 4.                   *
001379* 10/15/26  DWW  HYPHENATED AND ACCENTED NAMES: 2200 NOW ACCEPTS *
001380*                A HYPHEN (SMITH-JONES) AND THE ACCENTED LETTERS *
001381*                ON THE NEW OPERATIONS-MAINTAINED TRANTBL        *
001382*                TRANSLITERATION TABLE. TITLE-CASE BREAKS WORDS  *
001383*                AT A HYPHEN TOO, SO BOTH HALVES ARE CAPITALIZED *
001384*                AND CHECKED AGAINST TITLEXC, AND CASES THE      *
001385*                TABLE'S LETTERS. CNVOUT KEEPS THE NAME AS       *
001386*                RECEIVED; ONLY THE VENDOR LABEL DETAIL IS       *
001387*                TRANSLITERATED (2290), COUNTED ON THE NEW       *
001388*                CONTROL TOTAL LABEL NAMES TRANSLITERATED.       *
001389* 10/15/26  DWW  AN ADDRMST READ ERROR (NOT A MISSING ADDRESS)   *
001390*                NOW ENDS THE RUN RC=4 AS WELL AS HOLDING THE    *
001391*                LABEL.                                          *
001392*----------------------------------------------------------------*
001393 ENVIRONMENT DIVISION.
001394 INPUT-OUTPUT SECTION.
001395 FILE-CONTROL.
001396     SELECT NAMEIN ASSIGN TO NAMEIN
001397         ORGANIZATION IS SEQUENTIAL
001398         FILE STATUS IS WS-NAMEIN-STATUS.
001399     SELECT RCYIN ASSIGN TO RCYIN
001400         ORGANIZATION IS SEQUENTIAL
001401         FILE STATUS IS WS-RCYIN-STATUS.
001402     SELECT TITLEXC ASSIGN TO TITLEXC
001403         ORGANIZATION IS SEQUENTIAL
001404         FILE STATUS IS WS-TITLEXC-STATUS.
001405     SELECT TRANTBL ASSIGN TO TRANTBL
001406         ORGANIZATION IS SEQUENTIAL
001407         FILE STATUS IS WS-TRANTBL-STATUS.
001408     SELECT LBLOUT1 ASSIGN TO LBLOUT1
001409         ORGANIZATION IS SEQUENTIAL
001410         FILE STATUS IS WS-LBLOUT1-STATUS.
001411     SELECT LBLOUT2 ASSIGN TO LBLOUT2
001412         ORGANIZATION IS SEQUENTIAL
001413         FILE STATUS IS WS-LBLOUT2-STATUS.
001414     SELECT VNDRTE ASSIGN TO VNDRTE
001415         ORGANIZATION IS SEQUENTIAL
001416         FILE STATUS IS WS-VNDRTE-STATUS.
001417     SELECT CTLCARD ASSIGN TO CTLCARD
001418         ORGANIZATION IS SEQUENTIAL
001419         FILE STATUS IS WS-CTLCARD-STATUS.
001420     SELECT OPAUTH ASSIGN TO OPAUTH
001421         ORGANIZATION IS SEQUENTIAL
001422         FILE STATUS IS WS-OPAUTH-STATUS.
001423     SELECT CALENDAR ASSIGN TO CALENDAR
001424         ORGANIZATION IS SEQUENTIAL
001425         FILE STATUS IS WS-CALENDAR-STATUS.
001426     SELECT RUNCTL ASSIGN TO RUNCTL
001427         ORGANIZATION IS SEQUENTIAL
001428         FILE STATUS IS WS-RUNCTL-STATUS.
001429     SELECT DNMLIST ASSIGN TO DNMLIST
001430         ORGANIZATION IS SEQUENTIAL
001431         FILE STATUS IS WS-DNMLIST-STATUS.
001432     SELECT ERALIST ASSIGN TO ERALIST
001433         ORGANIZATION IS SEQUENTIAL
001434         FILE STATUS IS WS-ERALIST-STATUS.
001435     SELECT ADDRMST ASSIGN TO ADDRMST
001436         ORGANIZATION IS INDEXED
001437         ACCESS MODE IS RANDOM
001438         RECORD KEY IS ADR-ID
001439         FILE STATUS IS WS-ADDRMST-STATUS.
001440     SELECT LBLHOLD ASSIGN TO LBLHOLD
001441         ORGANIZATION IS SEQUENTIAL
001442         FILE STATUS IS WS-LBLHOLD-STATUS.
001443     SELECT NAMEXC ASSIGN TO NAMEXC
001444         ORGANIZATION IS SEQUENTIAL
001445         FILE STATUS IS WS-NAMEXC-STATUS.
001446     SELECT REJOUT ASSIGN TO REJOUT
001447         ORGANIZATION IS SEQUENTIAL
001448         FILE STATUS IS WS-REJOUT-STATUS.
001449     SELECT CTLRPT ASSIGN TO CTLRPT
001450         ORGANIZATION IS SEQUENTIAL
001460         FILE STATUS IS WS-CTLRPT-STATUS.
001470     SELECT AUDITOUT ASSIGN TO AUDITOUT
001480         ORGANIZATION IS SEQUENTIAL
001490         FILE STATUS IS WS-AUDITOUT-STATUS.
001491     SELECT DQHIST ASSIGN TO DQHIST
001492         ORGANIZATION IS SEQUENTIAL
001493         FILE STATUS IS WS-DQHIST-STATUS.
001495     SELECT CNVHIST ASSIGN TO CNVHIST
001496         ORGANIZATION IS SEQUENTIAL
001497         FILE STATUS IS WS-CNVHIST-STATUS.
001498     SELECT QUAROUT ASSIGN TO QUAROUT
001499         ORGANIZATION IS SEQUENTIAL
001500         FILE STATUS IS WS-QUAROUT-STATUS.
001501     SELECT RSTRTIN ASSIGN TO RSTRTIN
001510         ORGANIZATION IS SEQUENTIAL
001520         FILE STATUS IS WS-RSTRTIN-STATUS.
001530     SELECT RSTRTOUT ASSIGN TO RSTRTOUT
001580         ACCESS MODE IS DYNAMIC
001590         RECORD KEY IS CNV-ID
001600         FILE STATUS IS WS-CNVOUT-STATUS.
001601     SELECT CNVNAME ASSIGN TO CNVNAME
001602         ORGANIZATION IS INDEXED
001603         ACCESS MODE IS RANDOM
001604         RECORD KEY IS NAM-ID
001605         FILE STATUS IS WS-CNVNAME-STATUS.
001610 DATA DIVISION.
001620 FILE SECTION.
001630 FD  NAMEIN
001750     05 EXC-TYPE                PIC X(01).
001760        88 EXC-TYPE-WORD                  VALUE 'W'.
001770        88 EXC-TYPE-PREFIX                VALUE 'P'.
001779        88 EXC-TYPE-SURNAME               VALUE 'S'.
001780     05 EXC-MATCH-TEXT          PIC X(20).
001790     05 EXC-REPLACE-TEXT        PIC X(20).
001800     05 FILLER                  PIC X(39).
001802 FD  TRANTBL
001804     RECORDING MODE IS F
001806     LABEL RECORDS ARE STANDARD.
001808     COPY TRNREC.
001810 FD  LBLOUT1
001820     RECORDING MODE IS F
001830     LABEL RECORDS ARE STANDARD.
002029     05 OPA-DELTA-IND           PIC X(01).
002030        88 OPA-DELTA-ALLOWED              VALUE 'Y'.
002031     05 FILLER                  PIC X(66).
002032 FD  CALENDAR
002033     RECORDING MODE IS F
002034     LABEL RECORDS ARE STANDARD.
002035     COPY CALREC.
002036 FD  RUNCTL
002037     RECORDING MODE IS F
002038     LABEL RECORDS ARE STANDARD.
002039     COPY RUNCREC.
002040 FD  DNMLIST
002041     RECORDING MODE IS F
002042     LABEL RECORDS ARE STANDARD.
002043     COPY DNMREC.
002044 FD  ERALIST
002045     RECORDING MODE IS F
002046     LABEL RECORDS ARE STANDARD.
002047     COPY ERAREC.
002048 FD  ADDRMST
002049     LABEL RECORDS ARE STANDARD.
002050     COPY ADRREC.
002051 FD  LBLHOLD
002052     RECORDING MODE IS F
002053     LABEL RECORDS ARE STANDARD.
002054 01  LBLHOLD-RECORD              PIC X(80).
002055 FD  NAMEXC
002056     RECORDING MODE IS F
002057     LABEL RECORDS ARE STANDARD.
002058 01  NAMEXC-RECORD               PIC X(80).
002059 FD  REJOUT
002060     RECORDING MODE IS F
002061     LABEL RECORDS ARE STANDARD.
002062     COPY REJREC.
002070 FD  CTLRPT
002080     RECORDING MODE IS F
002090     LABEL RECORDS ARE STANDARD.
002110     05 CTLRPT-LABEL            PIC X(50).
002120     05 CTLRPT-COUNT            PIC ZZZ,ZZZ,ZZ9.
002130     05 FILLER                  PIC X(19).
002132 FD  DQHIST
002134     RECORDING MODE IS F
002136     LABEL RECORDS ARE STANDARD.
002138     COPY DQSREC.
002140 FD  AUDITOUT
002150     RECORDING MODE IS F
002160     LABEL RECORDS ARE STANDARD.
002174     RECORDING MODE IS F
002176     LABEL RECORDS ARE STANDARD.
002178     COPY CNVHREC.
002179 FD  QUAROUT
002180     RECORDING MODE IS F
002181     LABEL RECORDS ARE STANDARD.
002182 01  QUAROUT-RECORD              PIC X(50).
002183 FD  RSTRTIN
002190     RECORDING MODE IS F
002200     LABEL RECORDS ARE STANDARD.
002210     COPY CKPTREC REPLACING ==CHECKPOINT-RECORD== BY
002280 FD  CNVOUT
002290     LABEL RECORDS ARE STANDARD.
002300     COPY CNVREC.
002303 FD  CNVNAME
002306     LABEL RECORDS ARE STANDARD.
002309     COPY NAMREC.
002310 WORKING-STORAGE SECTION.
002320*----------------------------------------------------------------*
002330* SWITCHES                                                       *
002642        88 LBLOUT2-OPENED                   VALUE 'Y'.
002643     05 WS-CNVHIST-OPEN-SW       PIC X(01) VALUE 'N'.
002644        88 CNVHIST-OPENED                   VALUE 'Y'.
002646     05 WS-QUAROUT-OPEN-SW       PIC X(01) VALUE 'N'.
002648        88 QUAROUT-OPENED                   VALUE 'Y'.
002649     05 WS-ADDRMST-OPEN-SW       PIC X(01) VALUE 'N'.
002650        88 ADDRMST-OPENED                   VALUE 'Y'.
002651     05 WS-LBLHOLD-OPEN-SW       PIC X(01) VALUE 'N'.
002652        88 LBLHOLD-OPENED                   VALUE 'Y'.
002653     05 WS-CNVNAME-OPEN-SW       PIC X(01) VALUE 'N'.
002654        88 CNVNAME-OPENED                   VALUE 'Y'.
002655     05 WS-NAMEXC-OPEN-SW        PIC X(01) VALUE 'N'.
002656        88 NAMEXC-OPENED                    VALUE 'Y'.
002657*----------------------------------------------------------------*
002660* FILE STATUS FIELDS                                             *
002670*----------------------------------------------------------------*
002680 01  WS-NAMEIN-STATUS            PIC X(02) VALUE '00'.
002710 01  WS-TITLEXC-STATUS           PIC X(02) VALUE '00'.
002720     88 TITLEXC-OK                        VALUE '00'.
002730     88 TITLEXC-EOF                       VALUE '10'.
002733 01  WS-TRANTBL-STATUS           PIC X(02) VALUE '00'.
002736     88 TRANTBL-OK                        VALUE '00'.
002739     88 TRANTBL-EOF                       VALUE '10'.
002740 01  WS-LBLOUT1-STATUS           PIC X(02) VALUE '00'.
002750     88 LBLOUT1-OK                        VALUE '00'.
002752 01  WS-LBLOUT2-STATUS           PIC X(02) VALUE '00'.
002812 01  WS-OPAUTH-STATUS            PIC X(02) VALUE '00'.
002814     88 OPAUTH-OK                         VALUE '00'.
002816     88 OPAUTH-EOF                        VALUE '10'.
002817 01  WS-CALENDAR-STATUS          PIC X(02) VALUE '00'.
002818     88 CALENDAR-OK                       VALUE '00'.
002819     88 CALENDAR-EOF                      VALUE '10'.
002820 01  WS-RUNCTL-STATUS            PIC X(02) VALUE '00'.
002821     88 RUNCTL-OK                         VALUE '00'.
002822     88 RUNCTL-EOF                        VALUE '10'.
002823 01  WS-DNMLIST-STATUS           PIC X(02) VALUE '00'.
002824     88 DNMLIST-OK                        VALUE '00'.
002825     88 DNMLIST-EOF                       VALUE '10'.
002826 01  WS-ERALIST-STATUS           PIC X(02) VALUE '00'.
002827     88 ERALIST-OK                        VALUE '00'.
002828     88 ERALIST-EOF                       VALUE '10'.
002829 01  WS-ADDRMST-STATUS           PIC X(02) VALUE '00'.
002830     88 ADDRMST-OK                        VALUE '00'.
002831     88 ADDRMST-NOT-FOUND                 VALUE '23'.
002832 01  WS-LBLHOLD-STATUS           PIC X(02) VALUE '00'.
002833     88 LBLHOLD-OK                        VALUE '00'.
002834 01  WS-NAMEXC-STATUS            PIC X(02) VALUE '00'.
002835     88 NAMEXC-OK                         VALUE '00'.
002836 01  WS-REJOUT-STATUS            PIC X(02) VALUE '00'.
002837     88 REJOUT-OK                         VALUE '00'.
002840 01  WS-CTLRPT-STATUS            PIC X(02) VALUE '00'.
002850     88 CTLRPT-OK                         VALUE '00'.
002860 01  WS-AUDITOUT-STATUS          PIC X(02) VALUE '00'.
002870     88 AUDITOUT-OK                        VALUE '00'.
002874 01  WS-DQHIST-STATUS            PIC X(02) VALUE '00'.
002878     88 DQHIST-OK                         VALUE '00'.
002880 01  WS-RSTRTIN-STATUS           PIC X(02) VALUE '00'.
002890     88 RSTRTIN-OK                        VALUE '00'.
002900     88 RSTRTIN-EOF                       VALUE '10'.
002940     88 CNVOUT-OK                         VALUE '00'.
002942 01  WS-CNVHIST-STATUS           PIC X(02) VALUE '00'.
002944     88 CNVHIST-OK                        VALUE '00'.
002946 01  WS-QUAROUT-STATUS           PIC X(02) VALUE '00'.
002948     88 QUAROUT-OK                        VALUE '00'.
002949 01  WS-CNVNAME-STATUS           PIC X(02) VALUE '00'.
002950     88 CNVNAME-OK                        VALUE '00'.
002951     88 CNVNAME-DUPLICATE                 VALUE '22'.
002952*----------------------------------------------------------------*
002960* RUN CONTROLS                                                   *
002970*----------------------------------------------------------------*
002980 01  WS-RUN-CONTROLS.
003182     05 WS-AUTH-RESTART-IND      PIC X(01) VALUE 'N'.
003183     05 WS-AUTH-DELTA-IND        PIC X(01) VALUE 'N'.
003184*----------------------------------------------------------------*
003185* RUN-CALENDAR CONTROLS. 1900-CHECK-RUN-CALENDAR LOADS THE       *
003186* RUN-CONTROL JOURNAL INTO THE TABLE BELOW -- ONE ENTRY PER      *
003187* BUSINESS DATE, HOLDING THE STATUS OF THE LAST ENTRY FILED      *
003188* FOR IT -- THEN PASSES THE PROCESSING CALENDAR. THE EARLIEST    *
003189* DATE ON THE JOURNAL STARTS THE SKIPPED-DATE CHECK, SO          *
003190* CALENDAR DAYS BEFORE THE FIRST JOURNALED RUN NEVER COUNT AS    *
003191* OUTSTANDING.                                                   *
003192*----------------------------------------------------------------*
003193 01  WS-CALENDAR-CONTROLS.
003194     05 WS-RERUN-SW              PIC X(01) VALUE 'N'.
003195        88 RERUN-REQUESTED                VALUE 'Y'.
003196        88 RERUN-NOT-REQUESTED            VALUE 'N'.
003197     05 WS-CAL-OVERRIDE-SW       PIC X(01) VALUE 'N'.
003198        88 CAL-OVERRIDE-REQUESTED         VALUE 'Y'.
003199        88 CAL-OVERRIDE-NOT-REQUESTED     VALUE 'N'.
003200     05 WS-CAL-DAY-FOUND-SW      PIC X(01) VALUE 'N'.
003201        88 PROCESS-DAY-ON-CALENDAR        VALUE 'Y'.
003202     05 WS-CAL-DATE-STATUS       PIC X(01) VALUE SPACE.
003203        88 DATE-WAS-COMPLETED             VALUE 'C'.
003204        88 DATE-WAS-QUARANTINED           VALUE 'Q'.
003205     05 WS-CAL-FIRST-DATE        PIC 9(08) VALUE ZERO.
003206     05 WS-CAL-PRIOR-DATE        PIC 9(08) VALUE ZERO.
003207     05 WS-CAL-NEXT-EXPECTED     PIC 9(08) VALUE ZERO.
003208     05 WS-CAL-FIRST-SKIPPED     PIC 9(08) VALUE ZERO.
003209     05 WS-CAL-SKIPPED-COUNT     PIC 9(05) COMP VALUE ZERO.
003210 01  WS-RUN-CONTROL-TABLE.
003211     05 WS-RCT-LIMIT             PIC 9(04) COMP VALUE 4000.
003212     05 WS-RCT-COUNT             PIC 9(04) COMP VALUE ZERO.
003213     05 WS-RCT-IDX               PIC 9(04) COMP VALUE ZERO.
003214     05 WS-RCT-SEARCH-DATE       PIC 9(08) VALUE ZERO.
003215     05 WS-RCT-FOUND-SW          PIC X(01) VALUE 'N'.
003216        88 RCT-DATE-FOUND                 VALUE 'Y'.
003217     05 WS-RCT-ENTRY OCCURS 4000 TIMES.
003218        10 WS-RCT-BUS-DATE       PIC 9(08).
003219        10 WS-RCT-STATUS         PIC X(01).
003220           88 RCT-DATE-DONE               VALUE 'C' 'Q'.
003221*----------------------------------------------------------------*
003222* EXTRACT HEADER/TRAILER CONTROLS. THE DETAIL COUNT AND ID HASH  *
003223* (SUM OF STR-ID MODULO 1,000,000,000) ACCUMULATE AS THE EXTRACT *
003224* IS READ AND ARE PROVED AGAINST THE TRAILER RECORD. RECYCLE     *
003225* RECORDS ARRIVE ON THEIR OWN FILE, AFTER THE TRAILER, AND ARE   *
003226* OUTSIDE THE EXTRACT CONTROLS.                                  *
003230*----------------------------------------------------------------*
003240 01  WS-EXTRACT-CONTROLS.
003250     05 WS-PROCESS-DATE          PIC 9(08) VALUE ZERO.
003350        88 RECORD-NOT-GOT                  VALUE 'N'.
003360     05 WS-RCYIN-AVAIL-SW        PIC X(01) VALUE 'N'.
003370        88 RCYIN-AVAILABLE                 VALUE 'Y'.
003371*----------------------------------------------------------------*
003372* FEEDER-GROUP QUARANTINE CONTROLS. 1450-PROVE-FEEDER-GROUPS     *
003373* READS THE WHOLE EXTRACT ONCE, BEFORE ANYTHING IS APPLIED, AND  *
003374* PROVES EACH HEADER/TRAILER GROUP ON ITS OWN. ONE ENTRY PER     *
003375* GROUP, IN CONCATENATION ORDER. A GROUP THAT FAILS ITS PROOF IS *
003376* QUARANTINED: THE MAIN PASS COPIES ITS RAW RECORDS TO QUAROUT   *
003377* INSTEAD OF APPLYING THEM. THE FIRST FAILURE FOUND IN A GROUP   *
003378* IS THE REASON RECORDED --                                      *
003379*   D  HEADER BUSINESS DATE IS NOT THE CONTROL-CARD DATE         *
003380*   C  TRAILER RECORD COUNT DOES NOT MATCH THE DETAILS           *
003381*   H  TRAILER ID HASH DOES NOT MATCH THE DETAILS                *
003382*   T  NO TRAILER BEFORE THE NEXT HEADER OR END OF EXTRACT       *
003383*----------------------------------------------------------------*
003384 01  WS-GROUP-TABLE.
003385     05 WS-GRP-LIMIT             PIC 9(04) COMP VALUE 20.
003386     05 WS-GRP-COUNT             PIC 9(04) COMP VALUE ZERO.
003387     05 WS-GRP-IDX               PIC 9(04) COMP VALUE ZERO.
003388     05 WS-GRP-CURRENT           PIC 9(04) COMP VALUE ZERO.
003389     05 WS-GRP-ENTRY OCCURS 20 TIMES.
003390        10 WS-GRP-SOURCE         PIC X(03).
003391        10 WS-GRP-BUS-DATE       PIC 9(08).
003392        10 WS-GRP-DETAILS        PIC 9(07) COMP.
003393        10 WS-GRP-ID-HASH        PIC 9(09) COMP.
003394        10 WS-GRP-STATUS         PIC X(01).
003395           88 GROUP-CLEAN                  VALUE 'C'.
003396           88 GROUP-QUARANTINED            VALUE 'Q'.
003397        10 WS-GRP-REASON-CODE    PIC X(01).
003398        10 WS-GRP-REASON         PIC X(18).
003399 01  WS-QUARANTINE-CONTROLS.
003400     05 WS-PROVE-EOF-SW          PIC X(01) VALUE 'N'.
003401        88 PROVE-END-OF-FILE               VALUE 'Y'.
003402     05 WS-PROVE-GROUP-SW        PIC X(01) VALUE 'N'.
003403        88 PROVE-GROUP-OPEN                VALUE 'Y'.
003404        88 PROVE-GROUP-CLOSED              VALUE 'N'.
003405     05 WS-QUARANTINE-SW         PIC X(01) VALUE 'N'.
003406        88 QUARANTINING-GROUP              VALUE 'Y'.
003407        88 NOT-QUARANTINING-GROUP          VALUE 'N'.
003408     05 WS-QUAR-REASON-CODE      PIC X(01) VALUE SPACE.
003409     05 WS-QUAR-REASON           PIC X(18) VALUE SPACES.
003410     05 WS-QUAR-AUD-IDX          PIC 9(04) COMP VALUE ZERO.
003411     05 WS-COUNT-DATE-FAILS      PIC 9(04) COMP VALUE ZERO.
003412     05 WS-COUNT-QUAR-GROUPS     PIC 9(04) COMP VALUE ZERO.
003413     05 WS-COUNT-QUAR-RECORDS    PIC 9(07) COMP VALUE ZERO.
003414     05 WS-COUNT-QUAR-WRITTEN    PIC 9(07) COMP VALUE ZERO.
003415*----------------------------------------------------------------*
003416* TITLE-CASE WORK AREAS                                          *
003417*----------------------------------------------------------------*
003418 01  WS-TITLE-WORK-AREAS.
003420     05 WS-TITLE-TEXT            PIC X(40).
003430     05 WS-CHAR-IDX              PIC 9(02) COMP.
003440     05 WS-CHAR-HOLD             PIC X(01).
003590* INITIALIZATION. TYPE W ENTRIES RENDER A WHOLE WORD (ACRONYMS,  *
003600* LOWERCASE PARTICLES), TYPE P ENTRIES RENDER A LEADING PREFIX   *
003610* (MC/MAC/O') AND RE-CAPITALIZE THE LETTER THAT FOLLOWS.         *
003613* TYPE S ENTRIES ARE SURNAME PARTICLES (VAN, DER, DE, LA) --     *
003616* RENDERED AS A WHOLE WORD LIKE TYPE W, AND ALSO USED BY         *
003619* 2700-PARSE-NAME TO KEEP THE PARTICLE WITH THE SURNAME.         *
003620*----------------------------------------------------------------*
003630 01  WS-EXCEPTION-TABLE.
003640     05 WS-EXC-LIMIT             PIC 9(04) COMP VALUE 200.
003710*----------------------------------------------------------------*
003720* REJECT WORK AREA. VALIDATION RESULT ITSELF IS CARRIED ON       *
003730* STR-STATUS (STRREC.CPY), NOT A SEPARATE WORKING-STORAGE SWITCH.*
003739* THE 88-LEVELS NAME THE REASONS 2410 COUNTS PER SOURCE.         *
003740*----------------------------------------------------------------*
003750 01  WS-REJECT-REASON            PIC X(20) VALUE SPACES.
003751     88 REASON-BLANK-RECORD              VALUE 'BLANK RECORD'.
003752     88 REASON-NON-ALPHA                 VALUE
003753                                         'NON-ALPHABETIC DATA'.
003754     88 REASON-DUP-IN-EXTRACT            VALUE
003755                                         'DUP ID IN EXTRACT'.
003756     88 REASON-CROSS-SOURCE              VALUE
003757                                         'CROSS-SOURCE DUP ID'.
003758     88 REASON-WRITE-FAILED              VALUE
003759                                         'CNVOUT WRITE FAILED'.
003760 01  WS-VALIDATE-TEXT            PIC X(40) VALUE SPACES.
003761*----------------------------------------------------------------*
003762* LABEL TRANSLITERATION TABLE, LOADED FROM TRANTBL AT            *
003763* INITIALIZATION. ENTRY N IS THE ACCENTED LETTER WHOSE TWO FORMS *
003764* ARE POSITION N OF WS-TRN-UPPER-SET AND WS-TRN-LOWER-SET, WITH  *
003765* THE PLAIN TEXT THE LABEL VENDORS PRINT FOR IT. THE TABLE IS    *
003766* ALSO THE SET OF ACCENTED LETTERS 2200-VALIDATE-RECORD ACCEPTS, *
003767* SO EVERY NAME THAT REACHES A LABEL CAN BE TRANSLITERATED. THE  *
003768* SETS DRIVE INSPECT CONVERTING, SO NO LETTER IS LOADED TWICE.   *
003769*----------------------------------------------------------------*
003770 01  WS-TRANSLIT-TABLE.
003771     05 WS-TRN-LIMIT             PIC 9(04) COMP VALUE 60.
003772     05 WS-TRN-COUNT             PIC 9(04) COMP VALUE ZERO.
003773     05 WS-TRN-IDX               PIC 9(04) COMP VALUE ZERO.
003774     05 WS-TRN-TALLY             PIC 9(04) COMP VALUE ZERO.
003775     05 WS-TRN-UPPER-SET         PIC X(60) VALUE SPACES.
003776     05 WS-TRN-LOWER-SET         PIC X(60) VALUE SPACES.
003777     05 WS-TRN-BLANK-SET         PIC X(60) VALUE SPACES.
003778     05 WS-TRN-ENTRY OCCURS 60 TIMES.
003779        10 WS-TRN-REPL           PIC X(03).
003780        10 WS-TRN-REPL-LEN       PIC 9(02) COMP.
003781*----------------------------------------------------------------*
003782* LABEL-NAME WORK AREAS FOR 2290-TRANSLITERATE-NAME              *
003783*----------------------------------------------------------------*
003784 01  WS-LABEL-NAME-WORK.
003785     05 WS-LABEL-NAME            PIC X(40).
003786     05 WS-LBN-IDX               PIC 9(02) COMP VALUE ZERO.
003787     05 WS-LBN-POS               PIC 9(02) COMP VALUE ZERO.
003788     05 WS-LBN-ROOM              PIC 9(02) COMP VALUE ZERO.
003789     05 WS-LBN-CHAR              PIC X(01).
003790     05 WS-LBN-REPL              PIC X(03).
003791     05 WS-LBN-REPL-LEN          PIC 9(02) COMP VALUE ZERO.
003792     05 WS-LBN-CASE-SW           PIC X(01) VALUE SPACE.
003793        88 LBN-UPPER-LETTER               VALUE 'U'.
003794        88 LBN-LOWER-LETTER               VALUE 'L'.
003795        88 LBN-PLAIN-CHAR                 VALUE SPACE.
003796     05 WS-LBN-TRANSLIT-SW       PIC X(01) VALUE 'N'.
003797        88 NAME-TRANSLITERATED            VALUE 'Y'.
003798*----------------------------------------------------------------*
003799* CONTROL COUNTERS                                               *
003800*----------------------------------------------------------------*
003801 01  WS-CONTROL-COUNTERS.
003810     05 WS-COUNT-READ            PIC 9(07) COMP VALUE ZERO.
003820     05 WS-COUNT-VALID           PIC 9(07) COMP VALUE ZERO.
003830     05 WS-COUNT-REJECTED        PIC 9(07) COMP VALUE ZERO.
003890     05 WS-COUNT-NEW             PIC 9(07) COMP VALUE ZERO.
003900     05 WS-COUNT-EXCEPTION       PIC 9(07) COMP VALUE ZERO.
003910     05 WS-COUNT-LABELS          PIC 9(07) COMP VALUE ZERO.
003911     05 WS-COUNT-ERASED          PIC 9(07) COMP VALUE ZERO.
003912     05 WS-COUNT-TRANSLIT        PIC 9(07) COMP VALUE ZERO.
003913     05 WS-COUNT-ADR-ERROR       PIC 9(07) COMP VALUE ZERO.
003914*----------------------------------------------------------------*
003915* CUSTOMER ERASURE. 1050-LOAD-ERASED LOADS EVERY ERALIST ENTRY,  *
003916* IN THE ASCENDING ID ORDER CNVERA WRITES THEM, SO 2265-CHECK-   *
003917* ERASED CAN BINARY-SEARCH THE TABLE FOR EVERY RECORD READ.      *
003918*----------------------------------------------------------------*
003919 01  WS-ERA-TABLE.
003920     05 WS-ERA-LIMIT             PIC 9(05) COMP VALUE 10000.
003921     05 WS-ERA-COUNT             PIC 9(05) COMP VALUE ZERO.
003922     05 WS-ERA-PRIOR-ID          PIC 9(05) VALUE ZERO.
003923     05 WS-ERA-LOW               PIC 9(05) COMP VALUE ZERO.
003924     05 WS-ERA-HIGH              PIC 9(05) COMP VALUE ZERO.
003925     05 WS-ERA-MID               PIC 9(05) COMP VALUE ZERO.
003926     05 WS-ERA-FOUND-SW          PIC X(01) VALUE 'N'.
003927        88 ID-ERASED                      VALUE 'Y'.
003928     05 WS-ERA-ENT-ID OCCURS 10000 TIMES
003929                                 PIC 9(05).
003930*----------------------------------------------------------------*
003931* PER-SOURCE SUBTOTALS, ONE ENTRY PER FEEDER-SYSTEM CODE SEEN    *
003940* ON THE INPUT. REPORTED AFTER THE GRAND TOTALS AND CARRIED ON   *
003950* CHECKPOINTS SO A RESTART REFLECTS THE WHOLE DAY'S RUN.         *
003953* EACH ENTRY ALSO COUNTS THE SOURCE'S REJECTS BY REASON AND ITS  *
003956* TITLE-CASE EXCEPTIONS, FILED ON THE DQHIST DATA-QUALITY        *
003959* HISTORY BY 8500-WRITE-QUALITY-HISTORY.                         *
003960*----------------------------------------------------------------*
003970 01  WS-SOURCE-TABLE.
003980     05 WS-SRC-LIMIT             PIC 9(04) COMP VALUE 10.
004050        10 WS-SRC-READ           PIC 9(07) COMP.
004060        10 WS-SRC-VALID          PIC 9(07) COMP.
004070        10 WS-SRC-REJECTED       PIC 9(07) COMP.
004071        10 WS-SRC-REJ-BLANK      PIC 9(07) COMP.
004072        10 WS-SRC-REJ-NON-ALPHA  PIC 9(07) COMP.
004073        10 WS-SRC-REJ-DUP-ID     PIC 9(07) COMP.
004074        10 WS-SRC-REJ-CROSS-SRC  PIC 9(07) COMP.
004075        10 WS-SRC-REJ-WRITE-FAIL PIC 9(07) COMP.
004076        10 WS-SRC-REJ-OTHER      PIC 9(07) COMP.
004077        10 WS-SRC-EXCEPTION      PIC 9(07) COMP.
004080 01  WS-SRC-LABEL-WORK.
004090     05 FILLER                   PIC X(07) VALUE 'SOURCE '.
004100     05 WS-SRC-LABEL-CODE        PIC X(03).
004124     05 FILLER                   PIC X(10) VALUE ' LABELS - '.
004125     05 WS-VND-LABEL-SENDER      PIC X(08).
004126     05 FILLER                   PIC X(24) VALUE SPACES.
004127 01  WS-QUA-LABEL-WORK.
004128     05 FILLER                   PIC X(18)
004129                                 VALUE 'QUARANTINED GROUP '.
004130     05 WS-QUA-LABEL-GROUP       PIC 9(02).
004131     05 FILLER                   PIC X(08) VALUE ' SOURCE '.
004132     05 WS-QUA-LABEL-SOURCE      PIC X(03).
004133     05 FILLER                   PIC X(01) VALUE SPACES.
004134     05 WS-QUA-LABEL-REASON      PIC X(18).
004135*----------------------------------------------------------------*
004141* VENDOR MAILING-LABEL INTERFACE CONTROLS. EACH SENDER ID IS THE *
004142* IDENTIFIER THE FULFILLMENT VENDOR KNOWS THIS SHOP BY ON THEIR  *
004143* RECEIPT ACKNOWLEDGMENT. VENDOR 1 IS PREDEFINED WITH THE        *
004175        88 ROUTE-FOUND                    VALUE 'Y'.
004176 01  WS-COUNT-DEFAULT-ROUTED     PIC 9(07) COMP VALUE ZERO.
004177*----------------------------------------------------------------*
004178* DO-NOT-MAIL SUPPRESSION. 1550-LOAD-DO-NOT-MAIL KEEPS ONLY THE  *
004179* DNMLIST ENTRIES IN EFFECT FOR THE BUSINESS DATE, IN THE        *
004180* ASCENDING ID ORDER DNMMNT WRITES THEM, SO 2251-CHECK-DO-NOT-   *
004181* MAIL CAN BINARY-SEARCH THE TABLE FOR EVERY LABEL. SUPPRESSED   *
004182* LABELS ARE COUNTED BY REASON FOR THE CONTROL TOTALS.           *
004183*----------------------------------------------------------------*
004184 01  WS-DNM-TABLE.
004185     05 WS-DNM-LIMIT             PIC 9(05) COMP VALUE 10000.
004186     05 WS-DNM-COUNT             PIC 9(05) COMP VALUE ZERO.
004187     05 WS-DNM-READ              PIC 9(07) COMP VALUE ZERO.
004188     05 WS-DNM-PRIOR-ID          PIC 9(05) VALUE ZERO.
004189     05 WS-DNM-LOW               PIC 9(05) COMP VALUE ZERO.
004190     05 WS-DNM-HIGH              PIC 9(05) COMP VALUE ZERO.
004191     05 WS-DNM-MID               PIC 9(05) COMP VALUE ZERO.
004192     05 WS-DNM-FOUND-SW          PIC X(01) VALUE 'N'.
004193        88 DNM-SUPPRESSED                 VALUE 'Y'.
004194     05 WS-DNM-ENTRY OCCURS 10000 TIMES.
004195        10 WS-DNM-ENT-ID         PIC 9(05).
004196        10 WS-DNM-ENT-REASON     PIC X(01).
004197 01  WS-DNM-COUNTERS.
004198     05 WS-COUNT-SUPPRESSED      PIC 9(07) COMP VALUE ZERO.
004199     05 WS-COUNT-SUPP-CUSTOMER   PIC 9(07) COMP VALUE ZERO.
004200     05 WS-COUNT-SUPP-UNDELIV    PIC 9(07) COMP VALUE ZERO.
004201     05 WS-COUNT-SUPP-DECEASED   PIC 9(07) COMP VALUE ZERO.
004202     05 WS-COUNT-SUPP-LEGAL      PIC 9(07) COMP VALUE ZERO.
004203*----------------------------------------------------------------*
004204* MAILING ADDRESS. 2254-FIND-ADDRESS READS ADDRMST BY ID FOR     *
004205* EVERY LABEL; A RECORD WITH NO ADDRESS ON FILE IS HELD BACK AND *
004206* LISTED ON LBLHOLD BY 2258-HOLD-LABEL.                          *
004207*----------------------------------------------------------------*
004208 01  WS-ADDRESS-WORK.
004209     05 WS-ADR-FOUND-SW          PIC X(01) VALUE 'N'.
004210        88 ADDRESS-ON-FILE                VALUE 'Y'.
004211     05 WS-HOLD-REASON           PIC X(24) VALUE SPACES.
004212 01  WS-COUNT-NO-ADDRESS         PIC 9(07) COMP VALUE ZERO.
004213 01  WS-HOLD-HEADING.
004214     05 FILLER                   PIC X(50) VALUE
004215        'LABELS HELD BACK - NO VALID ADDRESS ON FILE'.
004216     05 FILLER                   PIC X(08) VALUE 'BUS DATE'.
004217     05 FILLER                   PIC X(01) VALUE SPACES.
004218     05 WS-HOLD-HDG-DATE         PIC 9(08).
004219     05 FILLER                   PIC X(13) VALUE SPACES.
004220 01  WS-HOLD-LINE.
004221     05 FILLER                   PIC X(02) VALUE SPACES.
004222     05 WS-HOLD-ID               PIC 9(05).
004223     05 FILLER                   PIC X(02) VALUE SPACES.
004224     05 WS-HOLD-SOURCE           PIC X(03).
004225     05 FILLER                   PIC X(02) VALUE SPACES.
004226     05 WS-HOLD-NAME             PIC X(40).
004227     05 FILLER                   PIC X(02) VALUE SPACES.
004228     05 WS-HOLD-LINE-REASON      PIC X(24).
004229*----------------------------------------------------------------*
004230* NAME PARSING. 2700-PARSE-NAME SPLITS THE TITLE-CASED NAME INTO *
004231* WORDS (A SPACE OR A COMMA ENDS A WORD) AND PICKS OUT A LEADING *
004232* HONORIFIC FROM THE PREFIX TABLE, UP TO TWO TRAILING            *
004233* GENERATIONAL OR PROFESSIONAL SUFFIXES FROM THE SUFFIX TABLE,   *
004234* AND THE SURNAME PARTICLES NAMED BY THE TITLEXC TYPE S ENTRIES, *
004235* WHICH STAY WITH THE SURNAME. A COMMA MEANS THE FEEDER SENT THE *
004236* NAME INVERTED (SURNAME FIRST) UNLESS ONLY SUFFIXES FOLLOW IT.  *
004237* THE PREFIX AND SUFFIX TABLES HOLD THE MATCH TEXT AND THE       *
004238* RENDERING USED ON THE PARSED RECORD AND THE SALUTATION.        *
004239*----------------------------------------------------------------*
004240 01  WS-NAME-PREFIX-VALUES.
004241     05 FILLER                   PIC X(10) VALUE 'MR  Mr.   '.
004242     05 FILLER                   PIC X(10) VALUE 'MRS Mrs.  '.
004243     05 FILLER                   PIC X(10) VALUE 'MS  Ms.   '.
004244     05 FILLER                   PIC X(10) VALUE 'MISSMiss  '.
004245     05 FILLER                   PIC X(10) VALUE 'MX  Mx.   '.
004246     05 FILLER                   PIC X(10) VALUE 'DR  Dr.   '.
004247     05 FILLER                   PIC X(10) VALUE 'PROFProf. '.
004248     05 FILLER                   PIC X(10) VALUE 'REV Rev.  '.
004249     05 FILLER                   PIC X(10) VALUE 'FR  Fr.   '.
004250     05 FILLER                   PIC X(10) VALUE 'SIR Sir   '.
004251     05 FILLER                   PIC X(10) VALUE 'DAMEDame  '.
004252     05 FILLER                   PIC X(10) VALUE 'CAPTCapt. '.
004253     05 FILLER                   PIC X(10) VALUE 'COL Col.  '.
004254     05 FILLER                   PIC X(10) VALUE 'HON Hon.  '.
004255 01  WS-NAME-PREFIX-TABLE REDEFINES WS-NAME-PREFIX-VALUES.
004256     05 WS-NPX-ENTRY OCCURS 14 TIMES.
004257        10 WS-NPX-MATCH          PIC X(04).
004258        10 WS-NPX-RENDER         PIC X(06).
004259 01  WS-NPX-LIMIT                PIC 9(02) COMP VALUE 14.
004260 01  WS-NAME-SUFFIX-VALUES.
004261     05 FILLER                   PIC X(10) VALUE 'JR  Jr.   '.
004262     05 FILLER                   PIC X(10) VALUE 'SR  Sr.   '.
004263     05 FILLER                   PIC X(10) VALUE 'II  II    '.
004264     05 FILLER                   PIC X(10) VALUE 'III III   '.
004265     05 FILLER                   PIC X(10) VALUE 'IV  IV    '.
004266     05 FILLER                   PIC X(10) VALUE 'ESQ Esq.  '.
004267     05 FILLER                   PIC X(10) VALUE 'MD  MD    '.
004268     05 FILLER                   PIC X(10) VALUE 'PHD PhD   '.
004269     05 FILLER                   PIC X(10) VALUE 'DDS DDS   '.
004270     05 FILLER                   PIC X(10) VALUE 'DVM DVM   '.
004271     05 FILLER                   PIC X(10) VALUE 'CPA CPA   '.
004272 01  WS-NAME-SUFFIX-TABLE REDEFINES WS-NAME-SUFFIX-VALUES.
004273     05 WS-NSX-ENTRY OCCURS 11 TIMES.
004274        10 WS-NSX-MATCH          PIC X(04).
004275        10 WS-NSX-RENDER         PIC X(06).
004276 01  WS-NSX-LIMIT                PIC 9(02) COMP VALUE 11.
004277 01  WS-NAME-WORD-TABLE.
004278     05 WS-NWD-LIMIT             PIC 9(02) COMP VALUE 10.
004279     05 WS-NWD-COUNT             PIC 9(02) COMP VALUE ZERO.
004280     05 WS-NWD-IDX               PIC 9(02) COMP VALUE ZERO.
004281     05 WS-NWD-ENTRY OCCURS 10 TIMES.
004282        10 WS-NWD-TEXT           PIC X(20).
004283        10 WS-NWD-UPPER          PIC X(20).
004284        10 WS-NWD-LEN            PIC 9(02) COMP.
004285 01  WS-NAME-WORK.
004286     05 WS-NAM-CHAR-IDX          PIC 9(02) COMP VALUE ZERO.
004287     05 WS-NAM-WORD              PIC X(20) VALUE SPACES.
004288     05 WS-NAM-WORD-LEN          PIC 9(02) COMP VALUE ZERO.
004289     05 WS-NAM-COMMA-COUNT       PIC 9(02) COMP VALUE ZERO.
004290     05 WS-NAM-COMMA-AFTER       PIC 9(02) COMP VALUE ZERO.
004291     05 WS-NAM-ORDER             PIC X(01) VALUE 'N'.
004292        88 NAME-NATURAL                   VALUE 'N'.
004293        88 NAME-INVERTED                  VALUE 'I'.
004294     05 WS-NAM-REASON            PIC X(24) VALUE SPACES.
004295     05 WS-NAM-FOUND-SW          PIC X(01) VALUE 'N'.
004296        88 NAME-TABLE-HIT                 VALUE 'Y'.
004297     05 WS-NAM-TBL-IDX           PIC 9(02) COMP VALUE ZERO.
004298     05 WS-NAM-FROM              PIC 9(02) COMP VALUE ZERO.
004299     05 WS-NAM-TO                PIC 9(02) COMP VALUE ZERO.
004300     05 WS-NAM-GIVEN-IDX         PIC 9(02) COMP VALUE ZERO.
004301     05 WS-NAM-MID-FROM          PIC 9(02) COMP VALUE ZERO.
004302     05 WS-NAM-MID-TO            PIC 9(02) COMP VALUE ZERO.
004303     05 WS-NAM-SURN-FROM         PIC 9(02) COMP VALUE ZERO.
004304     05 WS-NAM-SURN-TO           PIC 9(02) COMP VALUE ZERO.
004305     05 WS-NAM-PFX-RENDER        PIC X(06) VALUE SPACES.
004306     05 WS-NAM-SFX-COUNT         PIC 9(02) COMP VALUE ZERO.
004307     05 WS-NAM-SFX-RENDER        PIC X(06) OCCURS 2 TIMES.
004308     05 WS-NAM-BUILD             PIC X(40) VALUE SPACES.
004309     05 WS-NAM-BUILD-PTR         PIC 9(02) COMP VALUE ZERO.
004310 01  WS-NAME-COUNTERS.
004311     05 WS-COUNT-NAMES-PARSED    PIC 9(07) COMP VALUE ZERO.
004312     05 WS-COUNT-NAMES-UNRESOLVED PIC 9(07) COMP VALUE ZERO.
004313 01  WS-NXC-HEADING.
004314     05 FILLER                   PIC X(50) VALUE
004315        'NAME PARSE EXCEPTIONS - UNRESOLVED NAMES'.
004316     05 FILLER                   PIC X(08) VALUE 'BUS DATE'.
004317     05 FILLER                   PIC X(01) VALUE SPACES.
004318     05 WS-NXC-HDG-DATE          PIC 9(08).
004319     05 FILLER                   PIC X(13) VALUE SPACES.
004320 01  WS-NXC-LINE.
004321     05 FILLER                   PIC X(02) VALUE SPACES.
004322     05 WS-NXC-ID                PIC 9(05).
004323     05 FILLER                   PIC X(02) VALUE SPACES.
004324     05 WS-NXC-SOURCE            PIC X(03).
004325     05 FILLER                   PIC X(02) VALUE SPACES.
004326     05 WS-NXC-NAME              PIC X(40).
004327     05 FILLER                   PIC X(02) VALUE SPACES.
004328     05 WS-NXC-REASON            PIC X(24).
004329*----------------------------------------------------------------*
004330* BEFORE-IMAGE OF THE STORED CNVOUT RECORD A DELTA-MODE KEY HIT  *
004331* READ, SAVED BEFORE 2210-CONVERT-RECORD BUILDS THE NEW IMAGE    *
004332* OVER IT, SO A REWRITE CAN JOURNAL WHAT THE RECORD USED TO SAY. *
004333*----------------------------------------------------------------*
004334 01  WS-OLD-CNVOUT.
004335     05 WS-OLD-TEXT              PIC X(40).
004336     05 WS-OLD-UPPER-TEXT        PIC X(40).
004337     05 WS-OLD-LOWER-TEXT        PIC X(40).
004338     05 WS-OLD-TITLE-TEXT        PIC X(40).
004339     05 WS-OLD-MODE              PIC X(01).
004340     05 WS-OLD-SOURCE            PIC X(03).
004341*----------------------------------------------------------------*
004342* SORTED-MERGE DELTA CONTROLS. METHOD M WALKS THE CLUSTER ONCE   *
004343* WITH READ NEXT, HOLDING THE CURRENT CLUSTER RECORD'S KEY,      *
004344* SOURCE AND TEXT HERE, AND MATCHES IT AGAINST THE ID-SORTED     *
004345* EXTRACT -- A CLASSIC TWO-FILE MATCH IN PLACE OF ONE KEYED      *
004346* READ PER DETAIL RECORD. THE EXTRACT'S ID SEQUENCE IS PROVED    *
004347* AS IT IS READ; AN OUT-OF-SEQUENCE DETAIL STOPS THE RUN.        *
004348*----------------------------------------------------------------*
004349 01  WS-MERGE-CONTROLS.
004350     05 WS-CLUSTER-EOF-SW        PIC X(01) VALUE 'N'.
004351        88 CLUSTER-EXHAUSTED              VALUE 'Y'.
004352     05 WS-MERGE-KEY             PIC 9(05) VALUE ZERO.
004353     05 WS-MERGE-TEXT            PIC X(40) VALUE SPACES.
004354     05 WS-LAST-DETAIL-ID        PIC 9(05) VALUE ZERO.
004355     05 WS-SEQ-PRIMED-SW         PIC X(01) VALUE 'N'.
004356        88 SEQUENCE-PRIMED                VALUE 'Y'.
004357*----------------------------------------------------------------*
004358* RUN DATE/TIME, CAPTURED ONCE AT INITIALIZATION SO THE LABEL    *
004359* HEADER, THE CHANGE-HISTORY JOURNAL AND THE AUDIT RECORD ALL    *
004360* CARRY THE SAME STAMP FOR THE RUN.                              *
004361*----------------------------------------------------------------*
004362 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
004363 01  WS-RUN-TIME                 PIC 9(08) VALUE ZERO.
004364*----------------------------------------------------------------*
004365* CHECKPOINT/RESTART CONTROLS                                    *
004366*----------------------------------------------------------------*
004367 01  WS-CHECKPOINT-CONTROLS.
004368     05 WS-CHECKPOINT-INTERVAL   PIC 9(05) COMP VALUE 100.
004369     05 WS-CHECKPOINT-QUOTIENT   PIC 9(07) COMP VALUE ZERO.
004370     05 WS-CHECKPOINT-REMAINDER  PIC 9(05) COMP VALUE ZERO.
004371     05 WS-LAST-CHECKPOINT-ID    PIC 9(05) VALUE ZERO.
004372     05 WS-SKIP-SWITCH           PIC X(01) VALUE 'N'.
004373        88 SKIPPING-TO-CHECKPOINT          VALUE 'Y'.
004374        88 NOT-SKIPPING-TO-CHECKPOINT      VALUE 'N'.
004375     05 WS-SKIPPED-COUNT         PIC 9(07) COMP VALUE ZERO.
004376     05 WS-CHECKPOINT-FOUND-SWITCH PIC X(01) VALUE 'N'.
004377        88 CHECKPOINT-FOUND                VALUE 'Y'.
004378        88 CHECKPOINT-NOT-FOUND            VALUE 'N'.
004380 PROCEDURE DIVISION.
004390*----------------------------------------------------------------*
004400* 0000-MAINLINE                                                  *
004925         SET END-OF-FILE TO TRUE
004926         GO TO 1000-EXIT
004927     END-IF.
004928*    THE RUN CALENDAR IS CHECKED BEFORE THE EXTRACT IS PROVED, SO
004929*    A DATE ALREADY DONE OR A SKIPPED PROCESS DAY IS REFUSED
004930*    BEFORE ANYTHING IS READ, QUARANTINED OR APPLIED.
004931     PERFORM 1900-CHECK-RUN-CALENDAR THRU 1900-EXIT.
004932     IF FATAL-ERROR
004933         SET END-OF-FILE TO TRUE
004934         GO TO 1000-EXIT
004935     END-IF.
004936*    EVERY FEEDER GROUP IS PROVED BEFORE CNVOUT IS OPENED, SO A
004937*    GROUP THAT FAILS ITS PROOF IS SET ASIDE WHOLE AND NOTHING IS
004938*    APPLIED FROM AN EXTRACT THAT CANNOT BE READ THROUGH.
004939     PERFORM 1450-PROVE-FEEDER-GROUPS THRU 1450-EXIT.
004940     IF FATAL-ERROR
004941         SET END-OF-FILE TO TRUE
004942         GO TO 1000-EXIT
004943     END-IF.
004944     IF RESTART-REQUESTED OR DELTA-MODE
004945         OPEN I-O CNVOUT
004950     ELSE
004960         OPEN OUTPUT CNVOUT
004970     END-IF.
005066             PERFORM 1700-PRIME-CLUSTER-MERGE THRU 1700-EXIT
005067         END-IF
005068     END-IF.
005069*    A FULL RUN REPLACES THE WHOLE CLUSTER, SO RATHER THAN JOURNAL
005070*    EVERY RECORD IT FILES ONE RELOAD MARKER BEFORE THE LOAD
005071*    STARTS. A RESTART RESUMES A RUN THAT ALREADY FILED ONE.
005072     IF NOT DELTA-MODE AND NOT RESTART-REQUESTED
005073         OPEN OUTPUT CNVHIST
005074         IF NOT CNVHIST-OK
005075             DISPLAY 'HELLO-WORLD: UNABLE TO OPEN CNVHIST, '
005076                 'STATUS = ' WS-CNVHIST-STATUS
005077             SET END-OF-FILE TO TRUE
005078             SET FATAL-ERROR TO TRUE
005079             GO TO 1000-EXIT
005080         END-IF
005081         SET CNVHIST-OPENED TO TRUE
005082         PERFORM 1960-JOURNAL-RELOAD THRU 1960-EXIT
005083     END-IF.
005084*    EVERY NAME THAT REACHES CNVOUT IS PARSED ONTO THE CNVNAME
005085*    COMPANION FILE, IN EVERY MODE, SO THOSE FILES OPEN HERE.
005086     PERFORM 1580-OPEN-NAME-FILES THRU 1580-EXIT.
005087     IF FATAL-ERROR
005088         SET END-OF-FILE TO TRUE
005089         GO TO 1000-EXIT
005090     END-IF.
005091     OPEN INPUT RCYIN.
005092     IF RCYIN-OK
005093         SET RCYIN-OPENED TO TRUE
005094         SET RCYIN-AVAILABLE TO TRUE
005100     ELSE
005110         DISPLAY 'HELLO-WORLD: NO RECYCLE FILE THIS RUN'
005120     END-IF.
005129     PERFORM 1650-LOAD-TRANSLITERATION THRU 1650-EXIT.
005130     PERFORM 1500-LOAD-EXCEPTIONS THRU 1500-EXIT.
005140     PERFORM 1400-VERIFY-HEADER THRU 1400-EXIT.
005150     IF FATAL-ERROR
005160         GO TO 1000-EXIT
005170     END-IF.
005171     PERFORM 1050-LOAD-ERASED THRU 1050-EXIT.
005172     IF FATAL-ERROR
005173         SET END-OF-FILE TO TRUE
005174         GO TO 1000-EXIT
005175     END-IF.
005180*    THE VENDOR TRANSMISSIONS OPEN ONLY AFTER THE EXTRACT
005190*    HEADER PROVES CLEAN, SO A WRONG-DAY OR TRUNCATED RUN
005200*    LEAVES NO TRANSMITTABLE-LOOKING GENERATION BEHIND.
005210     IF RUN-MODE-TITLE OR RUN-MODE-ALL
005220         PERFORM 1800-LOAD-ROUTING THRU 1800-EXIT
005221         PERFORM 1550-LOAD-DO-NOT-MAIL THRU 1550-EXIT
005222         IF FATAL-ERROR
005223             SET END-OF-FILE TO TRUE
005224             GO TO 1000-EXIT
005225         END-IF
005226         PERFORM 1570-OPEN-ADDRESS-FILES THRU 1570-EXIT
005227         IF FATAL-ERROR
005228             SET END-OF-FILE TO TRUE
005229             GO TO 1000-EXIT
005230         END-IF
005231         PERFORM 1600-OPEN-VENDOR-FILES THRU 1600-EXIT
005232         IF FATAL-ERROR
005233             SET END-OF-FILE TO TRUE
005235             GO TO 1000-EXIT
005340     END-IF.
005350 1000-EXIT.
005360     EXIT.
005361*----------------------------------------------------------------*
005362* 1050-LOAD-ERASED -- LOAD THE ERASURE REGISTER. IT IS WRITTEN   *
005363*                     ONLY BY CNVERA, SO A MISSING REGISTER, A   *
005364*                     BAD ENTRY OR AN ID OUT OF ORDER IS FATAL --*
005365*                     THE RUN WILL NOT LOAD A NAME IT CANNOT     *
005366*                     PROVE WAS NOT ERASED.                      *
005367*----------------------------------------------------------------*
005368 1050-LOAD-ERASED.
005369     OPEN INPUT ERALIST.
005370     IF NOT ERALIST-OK
005371         DISPLAY 'HELLO-WORLD: UNABLE TO OPEN ERALIST, '
005372             'STATUS = ' WS-ERALIST-STATUS
005373         SET FATAL-ERROR TO TRUE
005374         GO TO 1050-EXIT
005375     END-IF.
005376     PERFORM 1060-READ-ERALIST THRU 1060-EXIT
005377         UNTIL ERALIST-EOF OR FATAL-ERROR.
005378     CLOSE ERALIST.
005379     DISPLAY 'HELLO-WORLD: ERASED IDS ON REGISTER ' WS-ERA-COUNT.
005380 1050-EXIT.
005381     EXIT.
005382*----------------------------------------------------------------*
005383* 1060-READ-ERALIST -- READ ONE REGISTER ENTRY, PROVE ITS ORDER  *
005384*                      AND KEEP IT                               *
005385*----------------------------------------------------------------*
005386 1060-READ-ERALIST.
005387     READ ERALIST
005388         AT END
005389             GO TO 1060-EXIT
005390     END-READ.
005391     IF ERA-ID IS NOT NUMERIC
005392         DISPLAY 'HELLO-WORLD: ERALIST ENTRY ' WS-ERA-COUNT
005393             ' FOLLOWED BY AN ENTRY THAT IS NOT VALID'
005394         SET FATAL-ERROR TO TRUE
005395         GO TO 1060-EXIT
005396     END-IF.
005397     IF ERA-ID NOT > WS-ERA-PRIOR-ID
005398         DISPLAY 'HELLO-WORLD: ERALIST ID ' ERA-ID
005399             ' OUT OF ORDER'
005400         SET FATAL-ERROR TO TRUE
005401         GO TO 1060-EXIT
005402     END-IF.
005403     MOVE ERA-ID TO WS-ERA-PRIOR-ID.
005404     IF WS-ERA-COUNT >= WS-ERA-LIMIT
005405         DISPLAY 'HELLO-WORLD: ERASURE TABLE FULL AT ID ' ERA-ID
005406         SET FATAL-ERROR TO TRUE
005407         GO TO 1060-EXIT
005408     END-IF.
005409     ADD 1 TO WS-ERA-COUNT.
005410     MOVE ERA-ID TO WS-ERA-ENT-ID (WS-ERA-COUNT).
005411 1060-EXIT.
005412     EXIT.
005413*----------------------------------------------------------------*
005414* 1100-READ-CONTROL-CARD -- READ THE MODE-SELECTION CONTROL CARD *
005415*                          AND SET THE RUN MODE SWITCH           *
005416*----------------------------------------------------------------*
005417 1100-READ-CONTROL-CARD.
005420     OPEN INPUT CTLCARD.
005430     IF NOT CTLCARD-OK
005440         DISPLAY 'HELLO-WORLD: NO CONTROL CARD'
005768             END-IF
005769             SET DELTA-KEYED TO TRUE
005771         END-IF
005772         IF CC-RERUN-YES
005773             SET RERUN-REQUESTED TO TRUE
005774         END-IF
005775         IF CC-CALENDAR-OVERRIDE
005776             SET CAL-OVERRIDE-REQUESTED TO TRUE
005777         END-IF
005778         IF CC-PROCESS-DATE IS NUMERIC
005780                 AND CC-PROCESS-DATE > ZERO
005790             MOVE CC-PROCESS-DATE TO WS-PROCESS-DATE
005800         ELSE
006580             PERFORM 1220-RESTORE-SOURCE THRU 1220-EXIT
006590                 UNTIL WS-SRC-IDX >= WS-SRC-COUNT
006600         END-IF
006602         IF WS-COUNT-READ > WS-COUNT-VALID + WS-COUNT-REJECTED
006604             COMPUTE WS-COUNT-ERASED = WS-COUNT-READ
006606                 - WS-COUNT-VALID - WS-COUNT-REJECTED
006608         END-IF
006610         SET CHECKPOINT-FOUND TO TRUE
006620     END-IF.
006630 1210-EXIT.
006760         TO WS-SRC-VALID (WS-SRC-IDX).
006770     MOVE CKPT-SRC-REJECTED OF RSTRTIN-RECORD (WS-SRC-IDX)
006780         TO WS-SRC-REJECTED (WS-SRC-IDX).
006781     PERFORM 2440-CLEAR-SOURCE-QUALITY THRU 2440-EXIT.
006782     IF CKPT-SRC-QUALITY OF RSTRTIN-RECORD (WS-SRC-IDX) IS NUMERIC
006783         MOVE CKPT-SRC-REJ-BLANK OF RSTRTIN-RECORD (WS-SRC-IDX)
006784             TO WS-SRC-REJ-BLANK (WS-SRC-IDX)
006785         MOVE CKPT-SRC-REJ-NON-ALPHA OF RSTRTIN-RECORD
006786                 (WS-SRC-IDX)
006787             TO WS-SRC-REJ-NON-ALPHA (WS-SRC-IDX)
006788         MOVE CKPT-SRC-REJ-DUP-EXTRACT OF RSTRTIN-RECORD
006789                 (WS-SRC-IDX)
006790             TO WS-SRC-REJ-DUP-ID (WS-SRC-IDX)
006791         MOVE CKPT-SRC-REJ-CROSS-SOURCE OF RSTRTIN-RECORD
006792                 (WS-SRC-IDX)
006793             TO WS-SRC-REJ-CROSS-SRC (WS-SRC-IDX)
006794         MOVE CKPT-SRC-REJ-WRITE-FAILED OF RSTRTIN-RECORD
006795                 (WS-SRC-IDX)
006796             TO WS-SRC-REJ-WRITE-FAIL (WS-SRC-IDX)
006797         MOVE CKPT-SRC-REJ-OTHER OF RSTRTIN-RECORD (WS-SRC-IDX)
006798             TO WS-SRC-REJ-OTHER (WS-SRC-IDX)
006799         MOVE CKPT-SRC-EXCEPTION OF RSTRTIN-RECORD (WS-SRC-IDX)
006800             TO WS-SRC-EXCEPTION (WS-SRC-IDX)
006801     END-IF.
006802 1220-EXIT.
006803     EXIT.
006810*----------------------------------------------------------------*
006820* 1300-SKIP-TO-CHECKPOINT -- DISCARD THE DETAIL RECORDS THE     *
006830*                           PRIOR RUN ALREADY PROCESSED. THE     *
006939     EXIT.
006940*----------------------------------------------------------------*
006950* 1400-VERIFY-HEADER -- THE FIRST EXTRACT RECORD MUST BE A       *
006960*                      HEADER. IT OPENS THE FIRST FEEDER GROUP,  *
006970*                      WHICH 1450 HAS ALREADY PROVED AGAINST     *
006980*                      THE CONTROL-CARD DATE AND ITS TRAILER --  *
006990*                      A FAILED GROUP IS COPIED TO QUAROUT.      *
007000*----------------------------------------------------------------*
007010 1400-VERIFY-HEADER.
007020     READ NAMEIN
007140         SET FATAL-ERROR TO TRUE
007150         GO TO 1400-EXIT
007160     END-IF.
007170     PERFORM 2145-OPEN-FEEDER-GROUP THRU 2145-EXIT.
007230 1400-EXIT.
007240     EXIT.
007241*----------------------------------------------------------------*
007242* 1450-PROVE-FEEDER-GROUPS -- READ THE WHOLE EXTRACT ONCE AND    *
007243*                         PROVE EACH HEADER/TRAILER GROUP ON ITS *
007244*                         OWN: HEADER DATE AGAINST THE CONTROL   *
007245*                         CARD, TRAILER COUNT AND ID HASH        *
007246*                         AGAINST THE GROUP'S DETAILS. A GROUP   *
007247*                         THAT FAILS IS MARKED FOR QUARANTINE.   *
007248*                         A BROKEN RECORD SEQUENCE (NO LEADING   *
007249*                         HEADER, A DETAIL OR TRAILER OUTSIDE A  *
007250*                         GROUP) CANNOT BE SPLIT INTO GROUPS AND *
007251*                         STILL STOPS THE RUN, AS DOES AN        *
007252*                         EXTRACT WHERE NO GROUP CARRIES THE     *
007253*                         CARD DATE -- THAT IS A CARD ERROR, NOT *
007254*                         A FEEDER ERROR. NAMEIN IS THEN CLOSED  *
007255*                         AND REOPENED FOR THE MAIN PASS.        *
007256*----------------------------------------------------------------*
007257 1450-PROVE-FEEDER-GROUPS.
007258     MOVE ZERO TO WS-GRP-COUNT.
007259     MOVE ZERO TO WS-GRP-CURRENT.
007260     MOVE ZERO TO WS-COUNT-QUAR-GROUPS.
007261     MOVE ZERO TO WS-COUNT-DATE-FAILS.
007262     MOVE 'N' TO WS-PROVE-EOF-SW.
007263     MOVE 'N' TO WS-PROVE-GROUP-SW.
007264     PERFORM 1460-PROVE-RECORD THRU 1460-EXIT
007265         UNTIL PROVE-END-OF-FILE OR FATAL-ERROR.
007266     IF FATAL-ERROR
007267         GO TO 1450-EXIT
007268     END-IF.
007269     IF WS-GRP-COUNT = ZERO
007270         DISPLAY 'HELLO-WORLD: EXTRACT EMPTY - NO HEADER '
007271             'RECORD'
007272         SET FATAL-ERROR TO TRUE
007273         GO TO 1450-EXIT
007274     END-IF.
007275     IF PROVE-GROUP-OPEN
007276         MOVE 'T' TO WS-QUAR-REASON-CODE
007277         MOVE 'NO TRAILER' TO WS-QUAR-REASON
007278         PERFORM 1480-QUARANTINE-GROUP THRU 1480-EXIT
007279     END-IF.
007280     IF WS-COUNT-DATE-FAILS = WS-GRP-COUNT
007281         DISPLAY 'HELLO-WORLD: NO FEEDER GROUP CARRIES EXPECTED '
007282             'DATE ' WS-PROCESS-DATE ' - CHECK THE CONTROL CARD '
007283             '- STOPPING'
007284         SET FATAL-ERROR TO TRUE
007285         GO TO 1450-EXIT
007286     END-IF.
007287     CLOSE NAMEIN.
007288     MOVE 'N' TO WS-NAMEIN-OPEN-SW.
007289     OPEN INPUT NAMEIN.
007290     IF NOT NAMEIN-OK
007291         DISPLAY 'HELLO-WORLD: UNABLE TO REOPEN NAMEIN, STATUS = '
007292             WS-NAMEIN-STATUS
007293         SET FATAL-ERROR TO TRUE
007294         GO TO 1450-EXIT
007295     END-IF.
007296     SET NAMEIN-OPENED TO TRUE.
007297     MOVE ZERO TO WS-GRP-CURRENT.
007298*    QUAROUT IS OPENED EVERY RUN SO EACH DAY CATALOGUES A
007299*    GENERATION, EMPTY WHEN EVERY FEEDER PROVED CLEAN.
007300     OPEN OUTPUT QUAROUT.
007301     IF NOT QUAROUT-OK
007302         DISPLAY 'HELLO-WORLD: UNABLE TO OPEN QUAROUT, STATUS = '
007303             WS-QUAROUT-STATUS
007304         SET FATAL-ERROR TO TRUE
007305         GO TO 1450-EXIT
007306     END-IF.
007307     SET QUAROUT-OPENED TO TRUE.
007308 1450-EXIT.
007309     EXIT.
007310*----------------------------------------------------------------*
007311* 1460-PROVE-RECORD -- ONE EXTRACT RECORD OF THE PROVING PASS    *
007312*----------------------------------------------------------------*
007313 1460-PROVE-RECORD.
007314     READ NAMEIN
007315         AT END
007316             SET PROVE-END-OF-FILE TO TRUE
007317             GO TO 1460-EXIT
007318     END-READ.
007319     IF STR-REC-HEADER
007320         PERFORM 1470-PROVE-HEADER THRU 1470-EXIT
007321         GO TO 1460-EXIT
007322     END-IF.
007323     IF STR-REC-DETAIL
007324         IF PROVE-GROUP-CLOSED
007325             IF WS-GRP-COUNT = ZERO
007326                 DISPLAY 'HELLO-WORLD: FIRST EXTRACT RECORD IS '
007327                     'NOT A HEADER'
007328             ELSE
007329                 DISPLAY 'HELLO-WORLD: DETAIL RECORD AFTER THE '
007330                     'TRAILER - STOPPING'
007331             END-IF
007332             SET FATAL-ERROR TO TRUE
007333             GO TO 1460-EXIT
007334         END-IF
007335         ADD 1 TO WS-GRP-DETAILS (WS-GRP-CURRENT)
007336         IF STR-ID IS NUMERIC
007337             ADD STR-ID TO WS-GRP-ID-HASH (WS-GRP-CURRENT)
007338             IF WS-GRP-ID-HASH (WS-GRP-CURRENT) > 999999999
007339                 SUBTRACT 1000000000
007340                     FROM WS-GRP-ID-HASH (WS-GRP-CURRENT)
007341             END-IF
007342         END-IF
007343         GO TO 1460-EXIT
007344     END-IF.
007345     IF STR-REC-TRAILER
007346         PERFORM 1475-PROVE-TRAILER THRU 1475-EXIT
007347         GO TO 1460-EXIT
007348     END-IF.
007349     DISPLAY 'HELLO-WORLD: UNKNOWN RECORD TYPE '
007350         STR-REC-TYPE ' - STOPPING'.
007351     SET FATAL-ERROR TO TRUE.
007352 1460-EXIT.
007353     EXIT.
007354*----------------------------------------------------------------*
007355* 1470-PROVE-HEADER -- A HEADER CLOSES ANY GROUP STILL WAITING   *
007356*                      FOR ITS TRAILER (QUARANTINED, REASON T)   *
007357*                      AND OPENS THE NEXT TABLE ENTRY, PROVING   *
007358*                      ITS BUSINESS DATE.                        *
007359*----------------------------------------------------------------*
007360 1470-PROVE-HEADER.
007361     IF PROVE-GROUP-OPEN
007362         MOVE 'T' TO WS-QUAR-REASON-CODE
007363         MOVE 'NO TRAILER' TO WS-QUAR-REASON
007364         PERFORM 1480-QUARANTINE-GROUP THRU 1480-EXIT
007365     END-IF.
007366     IF WS-GRP-COUNT NOT < WS-GRP-LIMIT
007367         DISPLAY 'HELLO-WORLD: MORE THAN ' WS-GRP-LIMIT
007368             ' FEEDER GROUPS ON THE EXTRACT - STOPPING'
007369         SET FATAL-ERROR TO TRUE
007370         GO TO 1470-EXIT
007371     END-IF.
007372     ADD 1 TO WS-GRP-COUNT.
007373     MOVE WS-GRP-COUNT TO WS-GRP-CURRENT.
007374     MOVE STR-SOURCE TO WS-GRP-SOURCE (WS-GRP-CURRENT).
007375     MOVE STR-HDR-BUS-DATE TO WS-GRP-BUS-DATE (WS-GRP-CURRENT).
007376     MOVE ZERO TO WS-GRP-DETAILS (WS-GRP-CURRENT).
007377     MOVE ZERO TO WS-GRP-ID-HASH (WS-GRP-CURRENT).
007378     SET GROUP-CLEAN (WS-GRP-CURRENT) TO TRUE.
007379     MOVE SPACE TO WS-GRP-REASON-CODE (WS-GRP-CURRENT).
007380     MOVE SPACES TO WS-GRP-REASON (WS-GRP-CURRENT).
007381     SET PROVE-GROUP-OPEN TO TRUE.
007382     IF STR-HDR-BUS-DATE NOT = WS-PROCESS-DATE
007383         DISPLAY 'HELLO-WORLD: EXTRACT DATE ' STR-HDR-BUS-DATE
007384             ' DOES NOT MATCH EXPECTED DATE ' WS-PROCESS-DATE
007385         ADD 1 TO WS-COUNT-DATE-FAILS
007386         MOVE 'D' TO WS-QUAR-REASON-CODE
007387         MOVE 'HEADER DATE WRONG' TO WS-QUAR-REASON
007388         PERFORM 1480-QUARANTINE-GROUP THRU 1480-EXIT
007389     END-IF.
007390 1470-EXIT.
007391     EXIT.
007392*----------------------------------------------------------------*
007393* 1475-PROVE-TRAILER -- CLOSE THE OPEN GROUP AND PROVE ITS COUNT *
007394*                       AND ID HASH. A GROUP ALREADY QUARANTINED *
007395*                       KEEPS ITS FIRST REASON.                  *
007396*----------------------------------------------------------------*
007397 1475-PROVE-TRAILER.
007398     IF PROVE-GROUP-CLOSED
007399         DISPLAY 'HELLO-WORLD: SECOND TRAILER RECORD - STOPPING'
007400         SET FATAL-ERROR TO TRUE
007401         GO TO 1475-EXIT
007402     END-IF.
007403     SET PROVE-GROUP-CLOSED TO TRUE.
007404     IF GROUP-QUARANTINED (WS-GRP-CURRENT)
007405         GO TO 1475-EXIT
007406     END-IF.
007407     IF STR-TRL-RECORD-COUNT NOT = WS-GRP-DETAILS (WS-GRP-CURRENT)
007408         DISPLAY 'HELLO-WORLD: TRAILER COUNT '
007409             STR-TRL-RECORD-COUNT ' BUT '
007410             WS-GRP-DETAILS (WS-GRP-CURRENT) ' DETAIL RECORDS'
007411         MOVE 'C' TO WS-QUAR-REASON-CODE
007412         MOVE 'TRAILER COUNT OFF' TO WS-QUAR-REASON
007413         PERFORM 1480-QUARANTINE-GROUP THRU 1480-EXIT
007414         GO TO 1475-EXIT
007415     END-IF.
007416     IF STR-TRL-ID-HASH NOT = WS-GRP-ID-HASH (WS-GRP-CURRENT)
007417         DISPLAY 'HELLO-WORLD: TRAILER ID HASH '
007418             STR-TRL-ID-HASH ' BUT '
007419             WS-GRP-ID-HASH (WS-GRP-CURRENT) ' ACCUMULATED'
007420         MOVE 'H' TO WS-QUAR-REASON-CODE
007421         MOVE 'TRAILER HASH OFF' TO WS-QUAR-REASON
007422         PERFORM 1480-QUARANTINE-GROUP THRU 1480-EXIT
007423     END-IF.
007424 1475-EXIT.
007425     EXIT.
007426*----------------------------------------------------------------*
007427* 1480-QUARANTINE-GROUP -- MARK THE CURRENT GROUP QUARANTINED    *
007428*                          WITH THE REASON IN WS-QUAR-REASON     *
007429*----------------------------------------------------------------*
007430 1480-QUARANTINE-GROUP.
007431     IF GROUP-QUARANTINED (WS-GRP-CURRENT)
007432         GO TO 1480-EXIT
007433     END-IF.
007434     SET GROUP-QUARANTINED (WS-GRP-CURRENT) TO TRUE.
007435     MOVE WS-QUAR-REASON-CODE
007436         TO WS-GRP-REASON-CODE (WS-GRP-CURRENT).
007437     MOVE WS-QUAR-REASON TO WS-GRP-REASON (WS-GRP-CURRENT).
007438     ADD 1 TO WS-COUNT-QUAR-GROUPS.
007439     DISPLAY 'HELLO-WORLD: FEEDER GROUP ' WS-GRP-CURRENT
007440         ' SOURCE ' WS-GRP-SOURCE (WS-GRP-CURRENT)
007441         ' QUARANTINED - ' WS-QUAR-REASON.
007442 1480-EXIT.
007443     EXIT.
007444*----------------------------------------------------------------*
007445* 1500-LOAD-EXCEPTIONS -- LOAD THE TITLE-CASE EXCEPTION          *
007446*                        DICTIONARY INTO THE WORKING-STORAGE     *
007447*                        TABLE. A MISSING DICTIONARY IS NOT      *
007448*                        FATAL - THE RUN FALLS BACK TO THE       *
007449*                        FIRST-LETTER RULE ALONE.                *
007450*----------------------------------------------------------------*
007451 1500-LOAD-EXCEPTIONS.
007452     OPEN INPUT TITLEXC.
007453     IF NOT TITLEXC-OK
007454         DISPLAY 'HELLO-WORLD: NO TITLE EXCEPTION DICTIONARY, '
007455             'STATUS = ' WS-TITLEXC-STATUS
007456         DISPLAY 'HELLO-WORLD: TITLE-CASE RUNS ON THE FIRST-'
007457             'LETTER RULE ONLY'
007458         GO TO 1500-EXIT
007459     END-IF.
007460     PERFORM 1510-READ-TITLEXC THRU 1510-EXIT
007461         UNTIL TITLEXC-EOF.
007462     CLOSE TITLEXC.
007463 1500-EXIT.
007464     EXIT.
007465*----------------------------------------------------------------*
007470* 1510-READ-TITLEXC -- READ ONE DICTIONARY ENTRY INTO THE TABLE. *
007480*                     BAD OR EMPTY ENTRIES ARE REPORTED AND      *
007490*                     IGNORED SO ONE TYPING ERROR IN THE         *
007550             GO TO 1510-EXIT
007560     END-READ.
007570     IF NOT EXC-TYPE-WORD AND NOT EXC-TYPE-PREFIX
007579         AND NOT EXC-TYPE-SURNAME
007580         DISPLAY 'HELLO-WORLD: EXCEPTION TYPE ' EXC-TYPE
007590             ' NOT W, P OR S - ENTRY IGNORED'
007600         GO TO 1510-EXIT
007610     END-IF.
007620     IF WS-EXC-COUNT >= WS-EXC-LIMIT
007680     MOVE EXC-TYPE TO WS-EXC-TYPE (WS-EXC-COUNT).
007690     MOVE FUNCTION UPPER-CASE(EXC-MATCH-TEXT)
007700         TO WS-EXC-MATCH (WS-EXC-COUNT).
007701     IF WS-TRN-COUNT > ZERO
007702         INSPECT WS-EXC-MATCH (WS-EXC-COUNT) CONVERTING
007703             WS-TRN-LOWER-SET (1:WS-TRN-COUNT)
007704             TO WS-TRN-UPPER-SET (1:WS-TRN-COUNT)
007705     END-IF.
007710     MOVE EXC-REPLACE-TEXT TO WS-EXC-REPL (WS-EXC-COUNT).
007720     PERFORM 1520-SET-MATCH-LEN THRU 1520-EXIT.
007730     IF WS-EXC-MATCH-LEN (WS-EXC-COUNT) = ZERO
007970     SUBTRACT 1 FROM WS-CHAR-IDX.
007980 1530-EXIT.
007990     EXIT.
007991*----------------------------------------------------------------*
007992* 1550-LOAD-DO-NOT-MAIL -- LOAD THE DNMLIST ENTRIES IN EFFECT    *
007993*                          FOR THE BUSINESS DATE. THE LIST IS    *
007994*                          WRITTEN ONLY BY DNMMNT, SO A MISSING  *
007995*                          LIST, A BAD ENTRY OR AN ID OUT OF     *
007996*                          ORDER IS FATAL -- THE RUN WILL NOT    *
007997*                          MAIL CUSTOMERS IT CANNOT PROVE ARE    *
007998*                          CLEAR TO MAIL.                        *
007999*----------------------------------------------------------------*
008000 1550-LOAD-DO-NOT-MAIL.
008001     OPEN INPUT DNMLIST.
008002     IF NOT DNMLIST-OK
008003         DISPLAY 'HELLO-WORLD: UNABLE TO OPEN DNMLIST, '
008004             'STATUS = ' WS-DNMLIST-STATUS
008005         DISPLAY 'HELLO-WORLD: DO-NOT-MAIL CANNOT BE HONOURED'
008006         SET FATAL-ERROR TO TRUE
008007         GO TO 1550-EXIT
008008     END-IF.
008009     PERFORM 1560-READ-DNMLIST THRU 1560-EXIT
008010         UNTIL DNMLIST-EOF OR FATAL-ERROR.
008011     CLOSE DNMLIST.
008012     DISPLAY 'HELLO-WORLD: DO-NOT-MAIL ENTRIES READ ' WS-DNM-READ
008013         ', IN EFFECT ' WS-DNM-COUNT.
008014 1550-EXIT.
008015     EXIT.
008016*----------------------------------------------------------------*
008017* 1560-READ-DNMLIST -- READ ONE LIST ENTRY, PROVE ITS ORDER AND  *
008018*                      KEEP IT WHEN IT IS IN EFFECT FOR THE      *
008019*                      BUSINESS DATE                             *
008020*----------------------------------------------------------------*
008021 1560-READ-DNMLIST.
008022     READ DNMLIST
008023         AT END
008024             GO TO 1560-EXIT
008025     END-READ.
008026     ADD 1 TO WS-DNM-READ.
008027     IF DNM-ID IS NOT NUMERIC OR NOT DNM-REASON-VALID
008028             OR DNM-EFFECTIVE-DATE IS NOT NUMERIC
008029             OR DNM-EXPIRY-DATE IS NOT NUMERIC
008030         DISPLAY 'HELLO-WORLD: DNMLIST ENTRY ' WS-DNM-READ
008031             ' IS NOT VALID - RUN DNMMNT'
008032         SET FATAL-ERROR TO TRUE
008033         GO TO 1560-EXIT
008034     END-IF.
008035     IF DNM-ID NOT > WS-DNM-PRIOR-ID
008036         DISPLAY 'HELLO-WORLD: DNMLIST ID ' DNM-ID
008037             ' OUT OF ORDER - RUN DNMMNT'
008038         SET FATAL-ERROR TO TRUE
008039         GO TO 1560-EXIT
008040     END-IF.
008041     MOVE DNM-ID TO WS-DNM-PRIOR-ID.
008042     IF DNM-EFFECTIVE-DATE > WS-PROCESS-DATE
008043         GO TO 1560-EXIT
008044     END-IF.
008045     IF DNM-EXPIRY-DATE > ZERO
008046             AND DNM-EXPIRY-DATE < WS-PROCESS-DATE
008047         GO TO 1560-EXIT
008048     END-IF.
008049     IF WS-DNM-COUNT >= WS-DNM-LIMIT
008050         DISPLAY 'HELLO-WORLD: DO-NOT-MAIL TABLE FULL AT ID '
008051             DNM-ID
008052         SET FATAL-ERROR TO TRUE
008053         GO TO 1560-EXIT
008054     END-IF.
008055     ADD 1 TO WS-DNM-COUNT.
008056     MOVE DNM-ID TO WS-DNM-ENT-ID (WS-DNM-COUNT).
008057     MOVE DNM-REASON TO WS-DNM-ENT-REASON (WS-DNM-COUNT).
008058 1560-EXIT.
008059     EXIT.
008060*----------------------------------------------------------------*
008061* 1570-OPEN-ADDRESS-FILES -- OPEN THE ADDRESS MASTER FOR KEYED   *
008062*                            READS AND THE HELD-LABEL LISTING.   *
008063*                            NEITHER CAN BE DONE WITHOUT: A RUN  *
008064*                            THAT CANNOT ADDRESS ITS LABELS OR   *
008065*                            LIST THE ONES IT HOLDS IS FATAL.    *
008066*----------------------------------------------------------------*
008067 1570-OPEN-ADDRESS-FILES.
008068     OPEN INPUT ADDRMST.
008069     IF NOT ADDRMST-OK
008070         DISPLAY 'HELLO-WORLD: UNABLE TO OPEN ADDRMST, '
008071             'STATUS = ' WS-ADDRMST-STATUS
008072         SET FATAL-ERROR TO TRUE
008073         GO TO 1570-EXIT
008074     END-IF.
008075     SET ADDRMST-OPENED TO TRUE.
008076     OPEN OUTPUT LBLHOLD.
008077     IF NOT LBLHOLD-OK
008078         DISPLAY 'HELLO-WORLD: UNABLE TO OPEN LBLHOLD, '
008079             'STATUS = ' WS-LBLHOLD-STATUS
008080         SET FATAL-ERROR TO TRUE
008081         GO TO 1570-EXIT
008082     END-IF.
008083     SET LBLHOLD-OPENED TO TRUE.
008084     MOVE WS-PROCESS-DATE TO WS-HOLD-HDG-DATE.
008085     WRITE LBLHOLD-RECORD FROM WS-HOLD-HEADING.
008086     MOVE SPACES TO LBLHOLD-RECORD.
008087     WRITE LBLHOLD-RECORD.
008088 1570-EXIT.
008089     EXIT.
008090*----------------------------------------------------------------*
008091* 1580-OPEN-NAME-FILES -- OPEN THE PARSED-NAME COMPANION FILE    *
008092*                         THE SAME WAY AS CNVOUT (I-O WHEN THE   *
008093*                         RUN UPDATES IN PLACE, OUTPUT WHEN IT   *
008094*                         RELOADS) AND THE UNRESOLVED-NAME       *
008095*                         LISTING. A RUN THAT CANNOT KEEP THE    *
008096*                         PARSED NAMES IN STEP WITH CNVOUT IS    *
008097*                         FATAL.                                 *
008098*----------------------------------------------------------------*
008099 1580-OPEN-NAME-FILES.
008100     IF RESTART-REQUESTED OR DELTA-MODE
008101         OPEN I-O CNVNAME
008102     ELSE
008103         OPEN OUTPUT CNVNAME
008104     END-IF.
008105     IF NOT CNVNAME-OK
008106         DISPLAY 'HELLO-WORLD: UNABLE TO OPEN CNVNAME, '
008107             'STATUS = ' WS-CNVNAME-STATUS
008108         SET FATAL-ERROR TO TRUE
008109         GO TO 1580-EXIT
008110     END-IF.
008111     SET CNVNAME-OPENED TO TRUE.
008112     OPEN OUTPUT NAMEXC.
008113     IF NOT NAMEXC-OK
008114         DISPLAY 'HELLO-WORLD: UNABLE TO OPEN NAMEXC, '
008115             'STATUS = ' WS-NAMEXC-STATUS
008116         SET FATAL-ERROR TO TRUE
008117         GO TO 1580-EXIT
008118     END-IF.
008119     SET NAMEXC-OPENED TO TRUE.
008120     MOVE WS-PROCESS-DATE TO WS-NXC-HDG-DATE.
008121     WRITE NAMEXC-RECORD FROM WS-NXC-HEADING.
008122     MOVE SPACES TO NAMEXC-RECORD.
008123     WRITE NAMEXC-RECORD.
008124 1580-EXIT.
008125     EXIT.
008126*----------------------------------------------------------------*
008127* 1600-OPEN-VENDOR-FILES -- OPEN ONE TRANSMISSION FILE PER       *
008128*                          DEFINED VENDOR AND WRITE EACH HEADER  *
008129*                          WITH THAT VENDOR'S SENDER ID AND THE  *
008130*                          RUN'S CREATION DATE/TIME. A DEFINED   *
008131*                          VENDOR WHOSE FILE CANNOT OPEN IS      *
008132*                          FATAL -- THE CONTRACT CALLS FOR ITS   *
008133*                          OWN TRANSMISSION EVERY NIGHT, EVEN    *
008134*                          ONE WITH A ZERO-COUNT TRAILER.        *
008135*----------------------------------------------------------------*
008136 1600-OPEN-VENDOR-FILES.
008137     IF VENDOR-DEFINED (1)
008138         OPEN OUTPUT LBLOUT1
008139         IF NOT LBLOUT1-OK
008140             DISPLAY 'HELLO-WORLD: UNABLE TO OPEN LBLOUT1, '
008141                 'STATUS = ' WS-LBLOUT1-STATUS
008142             SET FATAL-ERROR TO TRUE
008143             GO TO 1600-EXIT
008144         END-IF
008145         SET LBLOUT1-OPENED TO TRUE
008146         MOVE SPACES TO LBLOUT1-HEADER
008147         MOVE 'H' TO LBL-HDR-TYPE OF LBLOUT1-HEADER
008148         MOVE WS-VND-SENDER-ID (1)
008149             TO LBL-HDR-SENDER-ID OF LBLOUT1-HEADER
008150         MOVE WS-RUN-DATE
008151             TO LBL-HDR-CREATE-DATE OF LBLOUT1-HEADER
008152         MOVE WS-RUN-TIME
008153             TO LBL-HDR-CREATE-TIME OF LBLOUT1-HEADER
008154         WRITE LBLOUT1-HEADER
008155     END-IF.
008156     IF VENDOR-DEFINED (2)
008157         OPEN OUTPUT LBLOUT2
008158         IF NOT LBLOUT2-OK
008159             DISPLAY 'HELLO-WORLD: UNABLE TO OPEN LBLOUT2, '
008160                 'STATUS = ' WS-LBLOUT2-STATUS
008161             SET FATAL-ERROR TO TRUE
008162             GO TO 1600-EXIT
008163         END-IF
008164         SET LBLOUT2-OPENED TO TRUE
008165         MOVE SPACES TO LBLOUT2-HEADER
008166         MOVE 'H' TO LBL-HDR-TYPE OF LBLOUT2-HEADER
008167         MOVE WS-VND-SENDER-ID (2)
008168             TO LBL-HDR-SENDER-ID OF LBLOUT2-HEADER
008169         MOVE WS-RUN-DATE
008170             TO LBL-HDR-CREATE-DATE OF LBLOUT2-HEADER
008171         MOVE WS-RUN-TIME
008172             TO LBL-HDR-CREATE-TIME OF LBLOUT2-HEADER
008173         WRITE LBLOUT2-HEADER
008174     END-IF.
008175 1600-EXIT.
008176     EXIT.
008177*----------------------------------------------------------------*
008178* 1650-LOAD-TRANSLITERATION -- LOAD THE LABEL TRANSLITERATION    *
008179*                             TABLE. IT IS LOADED BEFORE TITLEXC *
008180*                             SO DICTIONARY ENTRIES ARE CASED    *
008181*                             WITH IT. A MISSING TABLE IS NOT    *
008182*                             FATAL - NO ACCENTED LETTER IS      *
008183*                             ACCEPTED AND NAMES CARRYING ONE    *
008184*                             ARE REJECTED.                      *
008185*----------------------------------------------------------------*
008186 1650-LOAD-TRANSLITERATION.
008187     OPEN INPUT TRANTBL.
008188     IF NOT TRANTBL-OK
008189         DISPLAY 'HELLO-WORLD: NO TRANSLITERATION TABLE, '
008190             'STATUS = ' WS-TRANTBL-STATUS
008191         DISPLAY 'HELLO-WORLD: NO ACCENTED LETTERS ARE '
008192             'ACCEPTED THIS RUN'
008193         GO TO 1650-EXIT
008194     END-IF.
008195     PERFORM 1660-READ-TRANTBL THRU 1660-EXIT
008196         UNTIL NOT TRANTBL-OK.
008197     CLOSE TRANTBL.
008198 1650-EXIT.
008199     EXIT.
008200*----------------------------------------------------------------*
008201* 1660-READ-TRANTBL -- READ ONE TRANSLITERATION ENTRY INTO THE   *
008202*                     TABLE. BAD, REPEATED OR EXCESS ENTRIES ARE *
008203*                     REPORTED AND IGNORED AS FOR TITLEXC -- THE *
008204*                     LETTER IS THEN SIMPLY NOT ACCEPTED.        *
008205*                     A READ FAILURE ENDS THE LOAD WITH THE      *
008206*                     ENTRIES READ SO FAR.                       *
008207*----------------------------------------------------------------*
008208 1660-READ-TRANTBL.
008209     READ TRANTBL
008210         AT END
008211             GO TO 1660-EXIT
008212     END-READ.
008213     IF NOT TRANTBL-OK
008214         DISPLAY 'HELLO-WORLD: TRANSLITERATION TABLE READ '
008215             'FAILED, STATUS = ' WS-TRANTBL-STATUS
008216         DISPLAY 'HELLO-WORLD: REMAINING ENTRIES NOT LOADED'
008217         GO TO 1660-EXIT
008218     END-IF.
008219     IF TRN-LETTER-UPPER IS ALPHABETIC
008220         OR TRN-LETTER-LOWER IS ALPHABETIC
008221         OR TRN-LETTER-UPPER IS NUMERIC
008222         OR TRN-LETTER-LOWER IS NUMERIC
008223         OR TRN-LETTER-UPPER = "'" OR ',' OR '-'
008224         OR TRN-LETTER-LOWER = "'" OR ',' OR '-'
008225         DISPLAY 'HELLO-WORLD: TRANSLITERATION ENTRY '
008226             TRN-LETTER-UPPER TRN-LETTER-LOWER
008227             ' NOT AN ACCENTED LETTER - IGNORED'
008228         GO TO 1660-EXIT
008229     END-IF.
008230     IF TRN-REPLACE-TEXT (1:1) = SPACE
008231         OR TRN-REPLACE-TEXT IS NOT ALPHABETIC-UPPER
008232         OR (TRN-REPLACE-TEXT (2:1) = SPACE
008233             AND TRN-REPLACE-TEXT (3:1) NOT = SPACE)
008234         DISPLAY 'HELLO-WORLD: TRANSLITERATION FOR '
008235             TRN-LETTER-UPPER TRN-LETTER-LOWER
008236             ' NOT PLAIN CAPITALS - IGNORED'
008237         GO TO 1660-EXIT
008238     END-IF.
008239     IF WS-TRN-COUNT >= WS-TRN-LIMIT
008240         DISPLAY 'HELLO-WORLD: TRANSLITERATION TABLE FULL - '
008241             'ENTRY ' TRN-LETTER-UPPER TRN-LETTER-LOWER ' IGNORED'
008242         GO TO 1660-EXIT
008243     END-IF.
008244     MOVE ZERO TO WS-TRN-TALLY.
008245     IF WS-TRN-COUNT > ZERO
008246         INSPECT WS-TRN-UPPER-SET (1:WS-TRN-COUNT)
008247             TALLYING WS-TRN-TALLY FOR ALL TRN-LETTER-UPPER
008248                                       ALL TRN-LETTER-LOWER
008249         INSPECT WS-TRN-LOWER-SET (1:WS-TRN-COUNT)
008250             TALLYING WS-TRN-TALLY FOR ALL TRN-LETTER-UPPER
008251                                       ALL TRN-LETTER-LOWER
008252     END-IF.
008253     IF WS-TRN-TALLY > ZERO
008254         DISPLAY 'HELLO-WORLD: TRANSLITERATION ENTRY '
008255             TRN-LETTER-UPPER TRN-LETTER-LOWER
008256             ' ALREADY LOADED - IGNORED'
008257         GO TO 1660-EXIT
008258     END-IF.
008259     ADD 1 TO WS-TRN-COUNT.
008260     MOVE TRN-LETTER-UPPER TO WS-TRN-UPPER-SET (WS-TRN-COUNT:1).
008261     MOVE TRN-LETTER-LOWER TO WS-TRN-LOWER-SET (WS-TRN-COUNT:1).
008262     MOVE TRN-REPLACE-TEXT TO WS-TRN-REPL (WS-TRN-COUNT).
008263     IF TRN-REPLACE-TEXT (3:1) NOT = SPACE
008264         MOVE 3 TO WS-TRN-REPL-LEN (WS-TRN-COUNT)
008265     ELSE
008266         IF TRN-REPLACE-TEXT (2:1) NOT = SPACE
008267             MOVE 2 TO WS-TRN-REPL-LEN (WS-TRN-COUNT)
008268         ELSE
008269             MOVE 1 TO WS-TRN-REPL-LEN (WS-TRN-COUNT)
008270         END-IF
008271     END-IF.
008272 1660-EXIT.
008273     EXIT.
008274*----------------------------------------------------------------*
008275* 1700-PRIME-CLUSTER-MERGE -- POSITION THE SORTED-MERGE DELTA AT *
008276*                            THE LOW END OF THE CLUSTER AND      *
008277*                            BUFFER THE FIRST STORED RECORD. AN  *
008278*                            EMPTY CLUSTER JUST MEANS EVERY      *
008279*                            INCOMING DETAIL IS NEW.             *
008280*----------------------------------------------------------------*
008281 1700-PRIME-CLUSTER-MERGE.
008282     MOVE ZERO TO CNV-ID.
008283     START CNVOUT KEY NOT LESS THAN CNV-ID
008284         INVALID KEY
008285             SET CLUSTER-EXHAUSTED TO TRUE
008286             GO TO 1700-EXIT
008287     END-START.
008288     PERFORM 2246-READ-NEXT-CLUSTER THRU 2246-EXIT.
008289 1700-EXIT.
008290     EXIT.
008291*----------------------------------------------------------------*
008292* 1800-LOAD-ROUTING -- SEED VENDOR 1 WITH THE HISTORIC SENDER ID *
008293*                     AND LOAD THE OPERATIONS-MAINTAINED VNDRTE  *
008294*                     ROUTING TABLE: V ENTRIES DEFINE A VENDOR   *
008295*                     AND ITS SENDER ID, S ENTRIES ASSIGN A      *
008296*                     FEEDER SOURCE TO A VENDOR, R ENTRIES       *
008297*                     OVERRIDE BY ID RANGE. A MISSING TABLE IS   *
008298*                     NOT FATAL - THE RUN BEHAVES AS THE OLD     *
008299*                     SINGLE-VENDOR INTERFACE ON LBLOUT1.        *
008300*----------------------------------------------------------------*
008301 1800-LOAD-ROUTING.
008302     MOVE 'Y' TO WS-VND-DEFINED-SW (1).
008303     MOVE WS-LBL-SENDER-ID TO WS-VND-SENDER-ID (1).
008304     MOVE ZERO TO WS-VND-LABELS (1).
008305     MOVE 'N' TO WS-VND-DEFINED-SW (2).
008306     MOVE SPACES TO WS-VND-SENDER-ID (2).
008307     MOVE ZERO TO WS-VND-LABELS (2).
008308     OPEN INPUT VNDRTE.
008309     IF NOT VNDRTE-OK
008310         DISPLAY 'HELLO-WORLD: NO VENDOR ROUTING TABLE, '
008311             'STATUS = ' WS-VNDRTE-STATUS
008312         DISPLAY 'HELLO-WORLD: ALL LABELS ROUTE TO VENDOR 1'
008313         GO TO 1800-EXIT
008314     END-IF.
008315     PERFORM 1810-READ-VNDRTE THRU 1810-EXIT
008316         UNTIL VNDRTE-EOF.
008317     CLOSE VNDRTE.
008318 1800-EXIT.
008319     EXIT.
008320*----------------------------------------------------------------*
008321* 1810-READ-VNDRTE -- LOAD ONE ROUTING ENTRY. BAD ENTRIES ARE    *
008322*                    REPORTED AND IGNORED SO ONE TYPING ERROR    *
008323*                    IN THE TABLE CANNOT STOP THE NIGHTLY RUN.   *
008324*----------------------------------------------------------------*
008325 1810-READ-VNDRTE.
008326     READ VNDRTE
008327         AT END
008328             GO TO 1810-EXIT
008329     END-READ.
008330     IF VRT-VENDOR-NO IS NOT NUMERIC
008331         OR VRT-VENDOR-NO < 1 OR VRT-VENDOR-NO > 2
008332         DISPLAY 'HELLO-WORLD: ROUTING ENTRY VENDOR NUMBER '
008333             VRT-VENDOR-NO ' NOT 1 OR 2 - ENTRY IGNORED'
008334         GO TO 1810-EXIT
008335     END-IF.
008336     IF VRT-TYPE-VENDOR
008337         IF VRT-SENDER-ID = SPACES
008338             DISPLAY 'HELLO-WORLD: VENDOR ENTRY WITH BLANK '
008339                 'SENDER ID IGNORED'
008340         ELSE
008341             MOVE 'Y' TO WS-VND-DEFINED-SW (VRT-VENDOR-NO)
008342             MOVE VRT-SENDER-ID
008343                 TO WS-VND-SENDER-ID (VRT-VENDOR-NO)
008344         END-IF
008345         GO TO 1810-EXIT
008346     END-IF.
008347     IF VRT-TYPE-SOURCE
008348         IF WS-RTE-SRC-COUNT >= WS-RTE-SRC-LIMIT
008349             DISPLAY 'HELLO-WORLD: SOURCE ROUTE TABLE FULL - '
008350                 'ENTRY ' VRT-SOURCE ' IGNORED'
008351         ELSE
008352             ADD 1 TO WS-RTE-SRC-COUNT
008353             MOVE VRT-SOURCE
008354                 TO WS-RTE-SRC-CODE (WS-RTE-SRC-COUNT)
008355             MOVE VRT-VENDOR-NO
008356                 TO WS-RTE-SRC-VENDOR (WS-RTE-SRC-COUNT)
008357         END-IF
008358         GO TO 1810-EXIT
008359     END-IF.
008360     IF VRT-TYPE-RANGE
008361         IF VRT-FROM-ID IS NOT NUMERIC
008362                 OR VRT-TO-ID IS NOT NUMERIC
008363                 OR VRT-FROM-ID > VRT-TO-ID
008364             DISPLAY 'HELLO-WORLD: BAD ID RANGE ON ROUTING '
008365                 'ENTRY - IGNORED'
008366         ELSE
008367             IF WS-RTE-RNG-COUNT >= WS-RTE-RNG-LIMIT
008368                 DISPLAY 'HELLO-WORLD: RANGE ROUTE TABLE FULL '
008369                     '- ENTRY IGNORED'
008370             ELSE
008371                 ADD 1 TO WS-RTE-RNG-COUNT
008372                 MOVE VRT-FROM-ID
008373                     TO WS-RTE-RNG-FROM (WS-RTE-RNG-COUNT)
008374                 MOVE VRT-TO-ID
008375                     TO WS-RTE-RNG-TO (WS-RTE-RNG-COUNT)
008376                 MOVE VRT-VENDOR-NO
008377                     TO WS-RTE-RNG-VENDOR (WS-RTE-RNG-COUNT)
008378             END-IF
008379         END-IF
008380         GO TO 1810-EXIT
008381     END-IF.
008382     DISPLAY 'HELLO-WORLD: ROUTING ENTRY TYPE ' VRT-TYPE
008383         ' NOT V, S OR R - ENTRY IGNORED'.
008384 1810-EXIT.
008385     EXIT.
008386*----------------------------------------------------------------*
008387* 1900-CHECK-RUN-CALENDAR -- PROVE THE CONTROL-CARD BUSINESS     *
008388*                            DATE AGAINST THE RUN-CONTROL        *
008389*                            JOURNAL AND THE PROCESSING          *
008390*                            CALENDAR. A DATE ALREADY COMPLETED  *
008391*                            IS REFUSED UNLESS THE CARD SAYS     *
008392*                            RERUN (A DATE THAT COMPLETED WITH   *
008393*                            QUARANTINED FEEDERS ALSO TAKES A    *
008394*                            DELTA RESUBMISSION OF THE SET-ASIDE *
008395*                            GROUPS). A DATE THAT IS NOT A       *
008396*                            CALENDAR PROCESS DAY, OR THAT WOULD *
008397*                            LEAVE AN EARLIER PROCESS DAY        *
008398*                            OUTSTANDING, IS REFUSED UNLESS THE  *
008399*                            CARD CARRIES THE CALENDAR OVERRIDE. *
008400*                            A DATE BACKED OUT BY CNVBKO IS      *
008401*                            OUTSTANDING AGAIN AND RUNS          *
008402*                            NORMALLY.                           *
008403*----------------------------------------------------------------*
008404 1900-CHECK-RUN-CALENDAR.
008405     PERFORM 1910-LOAD-RUN-CONTROL THRU 1910-EXIT.
008406     IF FATAL-ERROR
008407         GO TO 1900-EXIT
008408     END-IF.
008409     MOVE WS-PROCESS-DATE TO WS-RCT-SEARCH-DATE.
008410     PERFORM 1930-FIND-RUN-DATE THRU 1930-EXIT.
008411     IF RCT-DATE-FOUND
008412         MOVE WS-RCT-STATUS (WS-RCT-IDX) TO WS-CAL-DATE-STATUS
008413     END-IF.
008414     PERFORM 1940-SCAN-CALENDAR THRU 1940-EXIT.
008415     IF FATAL-ERROR
008416         GO TO 1900-EXIT
008417     END-IF.
008418     IF WS-CAL-NEXT-EXPECTED > ZERO
008419         DISPLAY 'HELLO-WORLD: CALENDAR EXPECTS PROCESS DATE '
008420             WS-CAL-NEXT-EXPECTED
008421     ELSE
008422         DISPLAY 'HELLO-WORLD: NO OUTSTANDING PROCESS DAY LEFT '
008423             'ON THE CALENDAR - EXTEND THE CALENDAR'
008424     END-IF.
008425     IF DATE-WAS-COMPLETED
008426         IF RERUN-REQUESTED
008427             DISPLAY 'HELLO-WORLD: BUSINESS DATE ' WS-PROCESS-DATE
008428                 ' ALREADY COMPLETED - RERUN REQUESTED'
008429         ELSE
008430             DISPLAY 'HELLO-WORLD: BUSINESS DATE ' WS-PROCESS-DATE
008431                 ' ALREADY COMPLETED - RUN REFUSED'
008432             DISPLAY 'HELLO-WORLD: CODE CC-RERUN-IND Y ON THE '
008433                 'CARD TO RUN THE DATE AGAIN'
008434             SET FATAL-ERROR TO TRUE
008435             GO TO 1900-EXIT
008436         END-IF
008437     END-IF.
008438     IF DATE-WAS-QUARANTINED AND RERUN-NOT-REQUESTED
008439         IF DELTA-MODE
008440             DISPLAY 'HELLO-WORLD: BUSINESS DATE ' WS-PROCESS-DATE
008441                 ' HAD QUARANTINED FEEDERS - DELTA RESUBMISSION'
008442         ELSE
008443             DISPLAY 'HELLO-WORLD: BUSINESS DATE ' WS-PROCESS-DATE
008444                 ' HAD QUARANTINED FEEDERS - RUN REFUSED'
008445             DISPLAY 'HELLO-WORLD: RESUBMIT AS A DELTA RUN OR '
008446                 'CODE CC-RERUN-IND Y ON THE CARD'
008447             SET FATAL-ERROR TO TRUE
008448             GO TO 1900-EXIT
008449         END-IF
008450     END-IF.
008451     IF NOT PROCESS-DAY-ON-CALENDAR
008452         IF CAL-OVERRIDE-REQUESTED
008453             DISPLAY 'HELLO-WORLD: BUSINESS DATE ' WS-PROCESS-DATE
008454                 ' NOT A CALENDAR PROCESS DAY - OVERRIDDEN'
008455         ELSE
008456             DISPLAY 'HELLO-WORLD: BUSINESS DATE ' WS-PROCESS-DATE
008457                 ' NOT A CALENDAR PROCESS DAY - RUN REFUSED'
008458             DISPLAY 'HELLO-WORLD: CHECK THE CARD DATE OR CODE '
008459                 'CC-CALENDAR-OVRD Y ON THE CARD'
008460             SET FATAL-ERROR TO TRUE
008461             GO TO 1900-EXIT
008462         END-IF
008463     END-IF.
008464     IF WS-CAL-SKIPPED-COUNT > ZERO
008465         DISPLAY 'HELLO-WORLD: ' WS-CAL-SKIPPED-COUNT
008466             ' EARLIER PROCESS DAY(S) OUTSTANDING, FIRST '
008467             WS-CAL-FIRST-SKIPPED
008468         IF CAL-OVERRIDE-REQUESTED
008469             DISPLAY 'HELLO-WORLD: SKIPPED PROCESS DAY(S) - '
008470                 'OVERRIDDEN'
008471         ELSE
008472             DISPLAY 'HELLO-WORLD: RUN THE OUTSTANDING DATE(S) '
008473                 'FIRST OR CODE CC-CALENDAR-OVRD Y - RUN REFUSED'
008474             SET FATAL-ERROR TO TRUE
008475         END-IF
008476     END-IF.
008477 1900-EXIT.
008478     EXIT.
008479*----------------------------------------------------------------*
008480* 1910-LOAD-RUN-CONTROL -- LOAD THE RUN-CONTROL JOURNAL INTO THE *
008481*                          DATE TABLE. A MISSING JOURNAL IS A    *
008482*                          SETUP FAULT AND STOPS THE RUN; AN     *
008483*                          EMPTY ONE (THE FIRST RUN UNDER THE    *
008484*                          CALENDAR) HAS NO EARLIER DATES TO     *
008485*                          PROVE.                                *
008486*----------------------------------------------------------------*
008487 1910-LOAD-RUN-CONTROL.
008488     OPEN INPUT RUNCTL.
008489     IF NOT RUNCTL-OK
008490         DISPLAY 'HELLO-WORLD: UNABLE TO OPEN RUNCTL, STATUS = '
008491             WS-RUNCTL-STATUS
008492         DISPLAY 'HELLO-WORLD: RUN-CONTROL JOURNAL REQUIRED '
008493             '- STOPPING'
008494         SET FATAL-ERROR TO TRUE
008495         GO TO 1910-EXIT
008496     END-IF.
008497     MOVE ZERO TO WS-RCT-COUNT.
008498     MOVE ZERO TO WS-CAL-FIRST-DATE.
008499     PERFORM 1920-READ-RUNCTL THRU 1920-EXIT
008500         UNTIL NOT RUNCTL-OK
008501         OR FATAL-ERROR.
008502     IF NOT RUNCTL-EOF AND NOT FATAL-ERROR
008503         DISPLAY 'HELLO-WORLD: RUNCTL READ FAILED, STATUS = '
008504             WS-RUNCTL-STATUS
008505         SET FATAL-ERROR TO TRUE
008506     END-IF.
008507     CLOSE RUNCTL.
008508     IF WS-RCT-COUNT = ZERO AND NOT FATAL-ERROR
008509         DISPLAY 'HELLO-WORLD: RUN-CONTROL JOURNAL EMPTY - NO '
008510             'EARLIER DATES TO PROVE'
008511         MOVE WS-PROCESS-DATE TO WS-CAL-FIRST-DATE
008512     END-IF.
008513 1910-EXIT.
008514     EXIT.
008515*----------------------------------------------------------------*
008516* 1920-READ-RUNCTL -- READ ONE RUN-CONTROL ENTRY AND POST ITS    *
008517*                     STATUS TO THE DATE'S TABLE ENTRY. ENTRIES  *
008518*                     ARE IN FILING ORDER, SO THE LAST ONE READ  *
008519*                     FOR A DATE IS ITS CURRENT STATUS.          *
008520*----------------------------------------------------------------*
008521 1920-READ-RUNCTL.
008522     READ RUNCTL
008523         AT END
008524             GO TO 1920-EXIT
008525     END-READ.
008526     IF RUN-BUS-DATE IS NOT NUMERIC OR RUN-BUS-DATE = ZERO
008527         DISPLAY 'HELLO-WORLD: RUN-CONTROL ENTRY WITHOUT A '
008528             'BUSINESS DATE IGNORED'
008529         GO TO 1920-EXIT
008530     END-IF.
008531     MOVE RUN-BUS-DATE TO WS-RCT-SEARCH-DATE.
008532     PERFORM 1930-FIND-RUN-DATE THRU 1930-EXIT.
008533     IF NOT RCT-DATE-FOUND
008534         IF WS-RCT-COUNT NOT < WS-RCT-LIMIT
008535             DISPLAY 'HELLO-WORLD: MORE THAN ' WS-RCT-LIMIT
008536                 ' BUSINESS DATES ON RUNCTL - STOPPING'
008537             DISPLAY 'HELLO-WORLD: ARCHIVE THE OLDEST '
008538                 'RUN-CONTROL ENTRIES'
008539             SET FATAL-ERROR TO TRUE
008540             GO TO 1920-EXIT
008541         END-IF
008542         ADD 1 TO WS-RCT-COUNT
008543         MOVE WS-RCT-COUNT TO WS-RCT-IDX
008544         MOVE RUN-BUS-DATE TO WS-RCT-BUS-DATE (WS-RCT-IDX)
008545     END-IF.
008546     MOVE RUN-STATUS TO WS-RCT-STATUS (WS-RCT-IDX).
008547     IF WS-CAL-FIRST-DATE = ZERO
008548             OR RUN-BUS-DATE < WS-CAL-FIRST-DATE
008549         MOVE RUN-BUS-DATE TO WS-CAL-FIRST-DATE
008550     END-IF.
008551 1920-EXIT.
008552     EXIT.
008553*----------------------------------------------------------------*
008554* 1930-FIND-RUN-DATE -- LOOK UP WS-RCT-SEARCH-DATE IN THE DATE   *
008555*                       TABLE, NEWEST ENTRY FIRST (THE JOURNAL   *
008556*                       IS FILED IN ROUGHLY DATE ORDER). ON      *
008557*                       RETURN RCT-DATE-FOUND IS SET AND         *
008558*                       WS-RCT-IDX POINTS AT THE ENTRY, OR IS    *
008559*                       ZERO.                                    *
008560*----------------------------------------------------------------*
008561 1930-FIND-RUN-DATE.
008562     MOVE 'N' TO WS-RCT-FOUND-SW.
008563     MOVE WS-RCT-COUNT TO WS-RCT-IDX.
008564     PERFORM 1935-TEST-RUN-DATE THRU 1935-EXIT
008565         UNTIL RCT-DATE-FOUND
008566         OR WS-RCT-IDX = ZERO.
008567 1930-EXIT.
008568     EXIT.
008569*----------------------------------------------------------------*
008570* 1935-TEST-RUN-DATE -- TEST ONE TABLE ENTRY AND STEP BACK TO    *
008571*                       THE PREVIOUS ONE WHEN IT IS NOT THE DATE *
008572*----------------------------------------------------------------*
008573 1935-TEST-RUN-DATE.
008574     IF WS-RCT-BUS-DATE (WS-RCT-IDX) = WS-RCT-SEARCH-DATE
008575         MOVE 'Y' TO WS-RCT-FOUND-SW
008576     ELSE
008577         SUBTRACT 1 FROM WS-RCT-IDX
008578     END-IF.
008579 1935-EXIT.
008580     EXIT.
008581*----------------------------------------------------------------*
008582* 1940-SCAN-CALENDAR -- PASS THE PROCESSING CALENDAR ONCE: NOTE  *
008583*                       WHETHER THE CARD DATE IS A PROCESS DAY,  *
008584*                       COUNT THE EARLIER PROCESS DAYS STILL     *
008585*                       OUTSTANDING AND FIND THE FIRST           *
008586*                       OUTSTANDING DAY, WHICH IS THE DATE THE   *
008587*                       CALENDAR EXPECTS NEXT.                   *
008588*----------------------------------------------------------------*
008589 1940-SCAN-CALENDAR.
008590     OPEN INPUT CALENDAR.
008591     IF NOT CALENDAR-OK
008592         DISPLAY 'HELLO-WORLD: UNABLE TO OPEN CALENDAR, STATUS = '
008593             WS-CALENDAR-STATUS
008594         DISPLAY 'HELLO-WORLD: PROCESSING CALENDAR REQUIRED '
008595             '- STOPPING'
008596         SET FATAL-ERROR TO TRUE
008597         GO TO 1940-EXIT
008598     END-IF.
008599     MOVE 'N' TO WS-CAL-DAY-FOUND-SW.
008600     MOVE ZERO TO WS-CAL-PRIOR-DATE.
008601     MOVE ZERO TO WS-CAL-NEXT-EXPECTED.
008602     MOVE ZERO TO WS-CAL-FIRST-SKIPPED.
008603     MOVE ZERO TO WS-CAL-SKIPPED-COUNT.
008604     PERFORM 1950-READ-CALENDAR THRU 1950-EXIT
008605         UNTIL NOT CALENDAR-OK
008606         OR FATAL-ERROR.
008607     IF NOT CALENDAR-EOF AND NOT FATAL-ERROR
008608         DISPLAY 'HELLO-WORLD: CALENDAR READ FAILED, STATUS = '
008609             WS-CALENDAR-STATUS
008610         SET FATAL-ERROR TO TRUE
008611     END-IF.
008612     CLOSE CALENDAR.
008613 1940-EXIT.
008614     EXIT.
008615*----------------------------------------------------------------*
008616* 1950-READ-CALENDAR -- READ ONE CALENDAR DATE AND CLASSIFY IT.  *
008617*                       THE CALENDAR MUST BE IN ASCENDING DATE   *
008618*                       ORDER; A DATE ON THE JOURNAL AS C OR Q   *
008619*                       IS DONE, ANY OTHER PROCESS DAY FROM THE  *
008620*                       JOURNAL'S FIRST DATE ON IS OUTSTANDING.  *
008621*----------------------------------------------------------------*
008622 1950-READ-CALENDAR.
008623     READ CALENDAR
008624         AT END
008625             GO TO 1950-EXIT
008626     END-READ.
008627     IF CAL-BUS-DATE IS NOT NUMERIC
008628             OR CAL-BUS-DATE NOT > WS-CAL-PRIOR-DATE
008629         DISPLAY 'HELLO-WORLD: CALENDAR DATE ' CAL-BUS-DATE
008630             ' INVALID OR OUT OF ORDER - STOPPING'
008631         SET FATAL-ERROR TO TRUE
008632         GO TO 1950-EXIT
008633     END-IF.
008634     MOVE CAL-BUS-DATE TO WS-CAL-PRIOR-DATE.
008635     IF NOT CAL-PROCESS-DAY
008636         GO TO 1950-EXIT
008637     END-IF.
008638     IF CAL-BUS-DATE = WS-PROCESS-DATE
008639         MOVE 'Y' TO WS-CAL-DAY-FOUND-SW
008640     END-IF.
008641     IF CAL-BUS-DATE < WS-CAL-FIRST-DATE
008642         GO TO 1950-EXIT
008643     END-IF.
008644     MOVE CAL-BUS-DATE TO WS-RCT-SEARCH-DATE.
008645     PERFORM 1930-FIND-RUN-DATE THRU 1930-EXIT.
008646     IF RCT-DATE-FOUND
008647         IF RCT-DATE-DONE (WS-RCT-IDX)
008648             GO TO 1950-EXIT
008649         END-IF
008650     END-IF.
008651     IF WS-CAL-NEXT-EXPECTED = ZERO
008652         MOVE CAL-BUS-DATE TO WS-CAL-NEXT-EXPECTED
008653     END-IF.
008654     IF CAL-BUS-DATE < WS-PROCESS-DATE
008655         ADD 1 TO WS-CAL-SKIPPED-COUNT
008656         IF WS-CAL-FIRST-SKIPPED = ZERO
008657             MOVE CAL-BUS-DATE TO WS-CAL-FIRST-SKIPPED
008658         END-IF
008659     END-IF.
008660 1950-EXIT.
008661     EXIT.
008662*----------------------------------------------------------------*
008663* 1960-JOURNAL-RELOAD -- FILE THE FULL-RUN RELOAD MARKER ON THE  *
008664*                        CHANGE-HISTORY JOURNAL: THE RUN STAMP   *
008665*                        AND ACTION F, NO RECORD ID OR IMAGES.   *
008666*                        THE CNVCDC CRM FEED TREATS IT AS "SEND  *
008667*                        A FULL REFRESH" AND CNVBKO AS A RUN IT  *
008668*                        CANNOT BACK OUT FROM THE JOURNAL.       *
008669*----------------------------------------------------------------*
008670 1960-JOURNAL-RELOAD.
008671     MOVE SPACES TO CNVHIST-RECORD.
008672     MOVE WS-RUN-DATE TO HST-RUN-DATE.
008673     MOVE WS-RUN-TIME TO HST-RUN-TIME.
008674     MOVE WS-OPERATOR-ID TO HST-OPERATOR-ID.
008675     MOVE WS-JOB-ID TO HST-JOB-ID.
008676     MOVE ZERO TO HST-ID.
008677     SET HST-ACTION-RELOAD TO TRUE.
008678     WRITE CNVHIST-RECORD.
008679 1960-EXIT.
008680     EXIT.
008681*----------------------------------------------------------------*
008682* 2000-PROCESS-RECORD -- TRANSFORM THE CURRENT RECORD AND READ   *
008683*                        THE NEXT ONE                            *
008684*----------------------------------------------------------------*
008685 2000-PROCESS-RECORD.
008686     ADD 1 TO WS-COUNT-READ.
008687     PERFORM 2600-FIND-SOURCE THRU 2600-EXIT.
008688     IF WS-SRC-IDX > ZERO
008689         ADD 1 TO WS-SRC-READ (WS-SRC-IDX)
008690     END-IF.
008691*    A RECORD FOR AN ERASED CUSTOMER IS COUNTED AS READ AND GOES
008692*    NO FURTHER -- NOT VALIDATED, CONVERTED, REJECTED OR LABELLED.
008693     PERFORM 2265-CHECK-ERASED THRU 2265-EXIT.
008694     IF ID-ERASED
008695         ADD 1 TO WS-COUNT-ERASED
008696         GO TO 2000-CHECKPOINT
008697     END-IF.
008698     PERFORM 2200-VALIDATE-RECORD THRU 2200-EXIT.
008699     IF STR-STATUS-VALID
008700         ADD 1 TO WS-COUNT-VALID
008701         IF WS-SRC-IDX > ZERO
008702             ADD 1 TO WS-SRC-VALID (WS-SRC-IDX)
008703         END-IF
008704         PERFORM 2210-CONVERT-RECORD THRU 2210-EXIT
008705     ELSE
008706         ADD 1 TO WS-COUNT-REJECTED
008707         IF WS-SRC-IDX > ZERO
008708             ADD 1 TO WS-SRC-REJECTED (WS-SRC-IDX)
008709         END-IF
008710         PERFORM 2400-WRITE-REJECT THRU 2400-EXIT
008711     END-IF.
008712 2000-CHECKPOINT.
008713     DIVIDE WS-COUNT-READ BY WS-CHECKPOINT-INTERVAL
008714         GIVING WS-CHECKPOINT-QUOTIENT
008715         REMAINDER WS-CHECKPOINT-REMAINDER.
008716     IF WS-CHECKPOINT-REMAINDER = ZERO
008717         PERFORM 2500-WRITE-CHECKPOINT THRU 2500-EXIT
008718     END-IF.
008719     PERFORM 2100-READ-NAMEIN THRU 2100-EXIT.
008720 2000-EXIT.
008721     EXIT.
008722*----------------------------------------------------------------*
008723* 2100-READ-NAMEIN -- DELIVER THE NEXT DETAIL RECORD, FROM THE   *
008724*                    EXTRACT FIRST AND THEN FROM THE RECYCLE     *
008725*                    FILE, POLICING THE HEADER/TRAILER PROTOCOL  *
008726*                    ON THE WAY THROUGH                          *
008727*----------------------------------------------------------------*
008728 2100-READ-NAMEIN.
008729     SET RECORD-NOT-GOT TO TRUE.
008730     PERFORM 2110-GET-INPUT-RECORD THRU 2110-EXIT
008731         UNTIL RECORD-GOT
008732         OR END-OF-FILE
008733         OR FATAL-ERROR.
008734 2100-EXIT.
008735     EXIT.
008736*----------------------------------------------------------------*
008737* 2110-GET-INPUT-RECORD -- READ ONE RECORD FROM THE CURRENT      *
008738*                         INPUT SOURCE AND CLASSIFY IT. ONLY A   *
008739*                         DETAIL RECORD SATISFIES THE CALLER.    *
008740*----------------------------------------------------------------*
008741 2110-GET-INPUT-RECORD.
008742     IF READING-RECYCLE
008743         GO TO 2110-RECYCLE
008744     END-IF.
008745     READ NAMEIN
008746         AT END
008747             PERFORM 2120-END-OF-EXTRACT THRU 2120-EXIT
008750             GO TO 2110-EXIT
008760     END-READ.
008761*    A QUARANTINED GROUP'S DETAILS AND TRAILER GO STRAIGHT TO
008762*    QUAROUT; THE NEXT HEADER STILL OPENS THE NEXT GROUP BELOW.
008763     IF QUARANTINING-GROUP AND NOT STR-REC-HEADER
008764         PERFORM 2150-QUARANTINE-RECORD THRU 2150-EXIT
008765         GO TO 2110-EXIT
008766     END-IF.
008770     IF STR-REC-DETAIL
008780         IF TRAILER-SEEN
008790             DISPLAY 'HELLO-WORLD: DETAIL RECORD AFTER THE '
009290*                       RECYCLE FILE WHEN ONE IS PRESENT.        *
009300*----------------------------------------------------------------*
009310 2120-END-OF-EXTRACT.
009320     IF NOT TRAILER-SEEN AND NOT-QUARANTINING-GROUP
009330         DISPLAY 'HELLO-WORLD: EXTRACT ENDED WITHOUT A TRAILER '
009340             '- FILE TRUNCATED - STOPPING'
009350         SET END-OF-FILE TO TRUE
009360         SET FATAL-ERROR TO TRUE
009370         GO TO 2120-EXIT
009380     END-IF.
009389     SET NOT-QUARANTINING-GROUP TO TRUE.
009390     IF RCYIN-AVAILABLE
009400         SET READING-RECYCLE TO TRUE
009410     ELSE
009760*----------------------------------------------------------------*
009770* 2140-START-NEXT-FEEDER -- A HEADER AFTER A VERIFIED TRAILER    *
009780*                          OPENS THE NEXT CONCATENATED FEEDER    *
009790*                          EXTRACT GROUP. A HEADER ANYWHERE ELSE *
009800*                          IS A SEQUENCE ERROR, EXCEPT AFTER A   *
009810*                          QUARANTINED GROUP, WHOSE TRAILER MAY  *
009819*                          BE THE VERY THING MISSING.            *
009820*----------------------------------------------------------------*
009830 2140-START-NEXT-FEEDER.
009840     IF NOT TRAILER-SEEN AND NOT-QUARANTINING-GROUP
009850         DISPLAY 'HELLO-WORLD: HEADER RECORD BEFORE THE PRIOR '
009860             'FILE TRAILER - STOPPING'
009870         SET END-OF-FILE TO TRUE
009880         SET FATAL-ERROR TO TRUE
009890         GO TO 2140-EXIT
009900     END-IF.
009910     PERFORM 2145-OPEN-FEEDER-GROUP THRU 2145-EXIT.
010010 2140-EXIT.
010020     EXIT.
010021*----------------------------------------------------------------*
010022* 2145-OPEN-FEEDER-GROUP -- STEP TO THE NEXT ENTRY OF THE PROVED *
010023*                          GROUP TABLE AND RESET THE PER-FILE    *
010024*                          COUNT AND HASH. A QUARANTINED GROUP   *
010025*                          STARTS COPYING TO QUAROUT WITH ITS    *
010026*                          OWN HEADER.                           *
010027*----------------------------------------------------------------*
010028 2145-OPEN-FEEDER-GROUP.
010029     MOVE 'N' TO WS-TRAILER-SEEN-SW.
010030     MOVE ZERO TO WS-NAMEIN-DETAIL-COUNT.
010031     MOVE ZERO TO WS-NAMEIN-ID-HASH.
010032     SET NOT-QUARANTINING-GROUP TO TRUE.
010033     ADD 1 TO WS-GRP-CURRENT.
010034     IF WS-GRP-CURRENT > WS-GRP-COUNT
010035         DISPLAY 'HELLO-WORLD: EXTRACT CHANGED SINCE IT WAS '
010036             'PROVED - STOPPING'
010037         SET END-OF-FILE TO TRUE
010038         SET FATAL-ERROR TO TRUE
010039         GO TO 2145-EXIT
010040     END-IF.
010041     IF GROUP-QUARANTINED (WS-GRP-CURRENT)
010042         SET QUARANTINING-GROUP TO TRUE
010043         PERFORM 2150-QUARANTINE-RECORD THRU 2150-EXIT
010044     END-IF.
010045 2145-EXIT.
010046     EXIT.
010047*----------------------------------------------------------------*
010048* 2150-QUARANTINE-RECORD -- COPY ONE RAW RECORD OF A QUARANTINED *
010049*                          GROUP TO QUAROUT, UNCHANGED, SO THE   *
010050*                          FILE CAN BE RESUBMITTED AS NAMEIN     *
010051*----------------------------------------------------------------*
010052 2150-QUARANTINE-RECORD.
010053     WRITE QUAROUT-RECORD FROM STR-RECORD.
010054     IF NOT QUAROUT-OK
010055         DISPLAY 'HELLO-WORLD: QUAROUT WRITE FAILED, STATUS = '
010056             WS-QUAROUT-STATUS
010057         SET END-OF-FILE TO TRUE
010058         SET FATAL-ERROR TO TRUE
010059         GO TO 2150-EXIT
010060     END-IF.
010061     ADD 1 TO WS-COUNT-QUAR-WRITTEN.
010062     IF STR-REC-DETAIL
010063         ADD 1 TO WS-COUNT-QUAR-RECORDS
010064     END-IF.
010065     IF STR-REC-TRAILER
010066         SET TRAILER-SEEN TO TRUE
010067     END-IF.
010068 2150-EXIT.
010069     EXIT.
010070*----------------------------------------------------------------*
010071* 2200-VALIDATE-RECORD -- FLAG BLANK OR NON-ALPHABETIC RECORDS   *
010072*                        BEFORE CASE CONVERSION IS ATTEMPTED.    *
010073*                        AN APOSTROPHE IS ACCEPTED SO NAMES LIKE *
010074*                        O'BRIEN REACH THE TITLE-CASE EXCEPTION  *
010080*                        DICTIONARY INSTEAD OF THE REJECT FILE.  *
010084*                        A COMMA IS ACCEPTED FOR NAMES SENT      *
010088*                        SURNAME FIRST (SMITH, ROBERT J).        *
010089*                        A HYPHEN IS ACCEPTED (SMITH-JONES), AND *
010090*                        SO IS ANY ACCENTED LETTER ON THE        *
010091*                        TRANSLITERATION TABLE (TRANTBL).        *
010092*----------------------------------------------------------------*
010100 2200-VALIDATE-RECORD.
010110     IF STR-TEXT = SPACES
010120         MOVE 'BLANK RECORD' TO WS-REJECT-REASON
010140     ELSE
010150         MOVE STR-TEXT TO WS-VALIDATE-TEXT
010160         INSPECT WS-VALIDATE-TEXT REPLACING ALL "'" BY SPACE
010169             ALL ',' BY SPACE
010170             ALL '-' BY SPACE
010171         IF WS-TRN-COUNT > ZERO
010172             INSPECT WS-VALIDATE-TEXT CONVERTING
010173                 WS-TRN-UPPER-SET (1:WS-TRN-COUNT)
010174                 TO WS-TRN-BLANK-SET (1:WS-TRN-COUNT)
010175             INSPECT WS-VALIDATE-TEXT CONVERTING
010176                 WS-TRN-LOWER-SET (1:WS-TRN-COUNT)
010177                 TO WS-TRN-BLANK-SET (1:WS-TRN-COUNT)
010178         END-IF
010179         IF WS-VALIDATE-TEXT IS NOT ALPHABETIC
010180             MOVE 'NON-ALPHABETIC DATA' TO WS-REJECT-REASON
010190             SET STR-STATUS-REJECTED TO TRUE
010200         ELSE
010370         IF DELTA-UNCHANGED
010380             ADD 1 TO WS-COUNT-UNCHANGED
010382             PERFORM 2280-REFRESH-ACTIVITY-STAMP THRU 2280-EXIT
010384*            A NAME PARSED BEFORE THE COMPANION FILE EXISTED, OR
010386*            LEFT STALE BY A BACKOUT OR RESTORE, IS PARSED NOW.
010388             PERFORM 2790-CHECK-NAME-CURRENT THRU 2790-EXIT
010390             GO TO 2210-EXIT
010400         END-IF
010410         IF DELTA-CHANGED
010510     MOVE WS-RUN-MODE TO CNV-MODE.
010512     MOVE WS-PROCESS-DATE TO CNV-LAST-EXTRACT-DATE.
010520     IF RUN-MODE-UPPER OR RUN-MODE-ALL
010530         MOVE FUNCTION UPPER-CASE(STR-TEXT) TO CNV-UPPER-TEXT
010540         IF WS-TRN-COUNT > ZERO
010541             INSPECT CNV-UPPER-TEXT CONVERTING
010542                 WS-TRN-LOWER-SET (1:WS-TRN-COUNT)
010543                 TO WS-TRN-UPPER-SET (1:WS-TRN-COUNT)
010544         END-IF
010545         DISPLAY CNV-UPPER-TEXT
010550         ADD 1 TO WS-COUNT-UPPER
010560     END-IF.
010570     IF RUN-MODE-LOWER OR RUN-MODE-ALL
010580         MOVE FUNCTION LOWER-CASE(STR-TEXT) TO CNV-LOWER-TEXT
010590         IF WS-TRN-COUNT > ZERO
010591             INSPECT CNV-LOWER-TEXT CONVERTING
010592                 WS-TRN-UPPER-SET (1:WS-TRN-COUNT)
010593                 TO WS-TRN-LOWER-SET (1:WS-TRN-COUNT)
010594         END-IF
010595         DISPLAY CNV-LOWER-TEXT
010600         ADD 1 TO WS-COUNT-LOWER
010610     END-IF.
010620     IF RUN-MODE-TITLE OR RUN-MODE-ALL
010630         PERFORM 2300-TITLE-CASE THRU 2300-EXIT
010640         DISPLAY WS-TITLE-TEXT
010650         MOVE WS-TITLE-TEXT TO CNV-TITLE-TEXT
010653         IF EXCEPTION-APPLIED
010656             PERFORM 2420-COUNT-EXCEPTION THRU 2420-EXIT
010659         END-IF
010660         ADD 1 TO WS-COUNT-TITLE
010670     END-IF.
010680     PERFORM 2220-WRITE-CONVERTED THRU 2220-EXIT.
010700             AND STR-STATUS-VALID
010710         PERFORM 2250-WRITE-LABEL THRU 2250-EXIT
010720     END-IF.
010723     IF STR-STATUS-VALID
010726         PERFORM 2700-PARSE-NAME THRU 2700-EXIT
010729     END-IF.
010730 2210-EXIT.
010740     EXIT.
010750*----------------------------------------------------------------*
011014     IF RUN-MODE-TITLE OR RUN-MODE-ALL
011015         SUBTRACT 1 FROM WS-COUNT-TITLE
011016         IF EXCEPTION-APPLIED
011017             PERFORM 2430-BACKOUT-EXCEPTION THRU 2430-EXIT
011018         END-IF
011019     END-IF.
011020     SUBTRACT 1 FROM WS-COUNT-NEW.
011170     IF RUN-MODE-TITLE OR RUN-MODE-ALL
011180         SUBTRACT 1 FROM WS-COUNT-TITLE
011190         IF EXCEPTION-APPLIED
011200             PERFORM 2430-BACKOUT-EXCEPTION THRU 2430-EXIT
011210         END-IF
011220     END-IF.
011230     IF DELTA-MODE
011880     PERFORM 2400-WRITE-REJECT THRU 2400-EXIT.
011900 2260-EXIT.
011910     EXIT.
011911*----------------------------------------------------------------*
011912* 2265-CHECK-ERASED -- BINARY-SEARCH THE ERASURE TABLE FOR THE   *
011913*                      CURRENT RECORD'S ID                       *
011914*----------------------------------------------------------------*
011915 2265-CHECK-ERASED.
011916     MOVE 'N' TO WS-ERA-FOUND-SW.
011917     IF WS-ERA-COUNT = ZERO OR STR-ID IS NOT NUMERIC
011918         GO TO 2265-EXIT
011919     END-IF.
011920     MOVE 1 TO WS-ERA-LOW.
011921     MOVE WS-ERA-COUNT TO WS-ERA-HIGH.
011922     PERFORM 2266-PROBE-ERASED THRU 2266-EXIT
011923         UNTIL ID-ERASED OR WS-ERA-LOW > WS-ERA-HIGH.
011924 2265-EXIT.
011925     EXIT.
011926*----------------------------------------------------------------*
011927* 2266-PROBE-ERASED -- TEST THE MIDDLE ENTRY OF THE RANGE STILL  *
011928*                      IN PLAY AND HALVE THE RANGE               *
011929*----------------------------------------------------------------*
011930 2266-PROBE-ERASED.
011931     COMPUTE WS-ERA-MID = (WS-ERA-LOW + WS-ERA-HIGH) / 2.
011932     IF WS-ERA-ENT-ID (WS-ERA-MID) = STR-ID
011933         SET ID-ERASED TO TRUE
011934         GO TO 2266-EXIT
011935     END-IF.
011936     IF WS-ERA-ENT-ID (WS-ERA-MID) < STR-ID
011937         COMPUTE WS-ERA-LOW = WS-ERA-MID + 1
011938     ELSE
011939         COMPUTE WS-ERA-HIGH = WS-ERA-MID - 1
011940     END-IF.
011941 2266-EXIT.
011942     EXIT.
011961*----------------------------------------------------------------*
011962* 2270-WRITE-HISTORY -- JOURNAL A SUCCESSFUL DELTA-MODE REWRITE  *
011963*                      OR WRITE TO THE CUMULATIVE CHANGE-HISTORY *
012040*                    WHOSE CNVOUT WRITE FAILED (AND WAS BACKED   *
012041*                    OUT) OFF THE VENDOR FILE SO THE TRAILER     *
012042*                    COUNT STILL TIES TO THE CONTROL TOTALS.     *
012043*                    A RECORD ON THE DO-NOT-MAIL LIST GETS NO    *
012044*                    LABEL AT ALL (2251).                        *
012045*                    A RECORD WITH NO VALID ADDRESS ON ADDRMST   *
012046*                    IS HELD BACK AND LISTED ON LBLHOLD (2258).  *
012047*                    THE LABEL CARRIES THE NAME TRANSLITERATED   *
012048*                    FOR THE VENDORS (2290).                     *
012049*----------------------------------------------------------------*
012050 2250-WRITE-LABEL.
012051     PERFORM 2251-CHECK-DO-NOT-MAIL THRU 2251-EXIT.
012052     IF DNM-SUPPRESSED
012053         PERFORM 2253-COUNT-SUPPRESSED THRU 2253-EXIT
012054         GO TO 2250-EXIT
012055     END-IF.
012056     PERFORM 2254-FIND-ADDRESS THRU 2254-EXIT.
012057     IF NOT ADDRESS-ON-FILE
012058         PERFORM 2258-HOLD-LABEL THRU 2258-EXIT
012059         GO TO 2250-EXIT
012060     END-IF.
012061     PERFORM 2255-ROUTE-LABEL THRU 2255-EXIT.
012062     PERFORM 2290-TRANSLITERATE-NAME THRU 2290-EXIT.
012063     IF WS-ROUTE-VENDOR = 2
012064         MOVE SPACES TO LBLOUT2-DETAIL
012065         MOVE 'D' TO LBL-DTL-TYPE OF LBLOUT2-DETAIL
012066         MOVE STR-ID TO LBL-DTL-RECORD-ID OF LBLOUT2-DETAIL
012067         MOVE WS-LABEL-NAME TO LBL-DTL-NAME OF LBLOUT2-DETAIL
012068         MOVE ADR-ADDRESS TO LBL-DTL-ADDRESS OF LBLOUT2-DETAIL
012069         WRITE LBLOUT2-DETAIL
012070     ELSE
012071         MOVE SPACES TO LBLOUT1-DETAIL
012072         MOVE 'D' TO LBL-DTL-TYPE OF LBLOUT1-DETAIL
012080         MOVE STR-ID TO LBL-DTL-RECORD-ID OF LBLOUT1-DETAIL
012090         MOVE WS-LABEL-NAME TO LBL-DTL-NAME OF LBLOUT1-DETAIL
012099         MOVE ADR-ADDRESS TO LBL-DTL-ADDRESS OF LBLOUT1-DETAIL
012100         WRITE LBLOUT1-DETAIL
012101     END-IF.
012102     ADD 1 TO WS-VND-LABELS (WS-ROUTE-VENDOR).
012110     ADD 1 TO WS-COUNT-LABELS.
012113     IF NAME-TRANSLITERATED
012116         ADD 1 TO WS-COUNT-TRANSLIT
012119     END-IF.
012120 2250-EXIT.
012130     EXIT.
012131*----------------------------------------------------------------*
012132* 2251-CHECK-DO-NOT-MAIL -- BINARY-SEARCH THE DO-NOT-MAIL TABLE  *
012133*                           FOR THE CURRENT RECORD'S ID          *
012134*----------------------------------------------------------------*
012135 2251-CHECK-DO-NOT-MAIL.
012136     MOVE 'N' TO WS-DNM-FOUND-SW.
012137     IF WS-DNM-COUNT = ZERO
012138         GO TO 2251-EXIT
012139     END-IF.
012140     MOVE 1 TO WS-DNM-LOW.
012141     MOVE WS-DNM-COUNT TO WS-DNM-HIGH.
012142     PERFORM 2252-PROBE-DO-NOT-MAIL THRU 2252-EXIT
012143         UNTIL DNM-SUPPRESSED OR WS-DNM-LOW > WS-DNM-HIGH.
012144 2251-EXIT.
012145     EXIT.
012146*----------------------------------------------------------------*
012147* 2252-PROBE-DO-NOT-MAIL -- TEST THE MIDDLE ENTRY OF THE RANGE   *
012148*                           STILL IN PLAY AND HALVE THE RANGE    *
012149*----------------------------------------------------------------*
012150 2252-PROBE-DO-NOT-MAIL.
012151     COMPUTE WS-DNM-MID = (WS-DNM-LOW + WS-DNM-HIGH) / 2.
012152     IF WS-DNM-ENT-ID (WS-DNM-MID) = STR-ID
012153         SET DNM-SUPPRESSED TO TRUE
012154         GO TO 2252-EXIT
012155     END-IF.
012156     IF WS-DNM-ENT-ID (WS-DNM-MID) < STR-ID
012157         COMPUTE WS-DNM-LOW = WS-DNM-MID + 1
012158     ELSE
012159         COMPUTE WS-DNM-HIGH = WS-DNM-MID - 1
012160     END-IF.
012161 2252-EXIT.
012162     EXIT.
012163*----------------------------------------------------------------*
012164* 2253-COUNT-SUPPRESSED -- COUNT A HELD-BACK LABEL UNDER ITS     *
012165*                          DO-NOT-MAIL REASON                    *
012166*----------------------------------------------------------------*
012167 2253-COUNT-SUPPRESSED.
012168     ADD 1 TO WS-COUNT-SUPPRESSED.
012169     EVALUATE WS-DNM-ENT-REASON (WS-DNM-MID)
012170         WHEN 'C'
012171             ADD 1 TO WS-COUNT-SUPP-CUSTOMER
012172         WHEN 'U'
012173             ADD 1 TO WS-COUNT-SUPP-UNDELIV
012174         WHEN 'D'
012175             ADD 1 TO WS-COUNT-SUPP-DECEASED
012176         WHEN OTHER
012177             ADD 1 TO WS-COUNT-SUPP-LEGAL
012178     END-EVALUATE.
012179 2253-EXIT.
012180     EXIT.
012181*----------------------------------------------------------------*
012182* 2254-FIND-ADDRESS -- READ THE ADDRESS MASTER FOR THE CURRENT   *
012183*                      RECORD'S ID. ADRLOD STORES ONLY ADDRESSES *
012184*                      THAT PASSED ITS POSTAL EDITS, SO A RECORD *
012185*                      FOUND IS A VALID MAILING ADDRESS.         *
012186*----------------------------------------------------------------*
012187 2254-FIND-ADDRESS.
012188     MOVE 'N' TO WS-ADR-FOUND-SW.
012189     MOVE STR-ID TO ADR-ID.
012190     READ ADDRMST
012191         INVALID KEY
012192             CONTINUE
012193     END-READ.
012194     IF ADDRMST-OK
012195         SET ADDRESS-ON-FILE TO TRUE
012196         GO TO 2254-EXIT
012197     END-IF.
012198     IF ADDRMST-NOT-FOUND
012199         MOVE 'NO ADDRESS ON FILE' TO WS-HOLD-REASON
012200     ELSE
012201         DISPLAY 'HELLO-WORLD: ADDRMST READ FAILED FOR ID '
012202             STR-ID ' STATUS = ' WS-ADDRMST-STATUS
012203         MOVE 'ADDRESS MASTER READ ERROR' TO WS-HOLD-REASON
012204         ADD 1 TO WS-COUNT-ADR-ERROR
012205     END-IF.
012206 2254-EXIT.
012207     EXIT.
012208*----------------------------------------------------------------*
012209* 2255-ROUTE-LABEL -- PICK THE VENDOR FOR THE CURRENT RECORD:    *
012210*                    AN ID-RANGE OVERRIDE WINS OVER THE SOURCE   *
012211*                    ASSIGNMENT; A RECORD NO RULE CLAIMS (OR     *
012212*                    WHOSE VENDOR IS NOT DEFINED) ROUTES TO      *
012213*                    VENDOR 1 AND IS COUNTED AS DEFAULT-ROUTED   *
012214*                    SO THE ROUTING GAP SHOWS ON THE CONTROL     *
012215*                    TOTALS.                                     *
012216*----------------------------------------------------------------*
012217 2255-ROUTE-LABEL.
012218     MOVE ZERO TO WS-ROUTE-VENDOR.
012219     MOVE 'N' TO WS-RTE-FOUND-SW.
012220     MOVE ZERO TO WS-RTE-IDX.
012221     PERFORM 2256-SCAN-RANGE-ROUTE THRU 2256-EXIT
012222         UNTIL ROUTE-FOUND
012223         OR WS-RTE-IDX >= WS-RTE-RNG-COUNT.
012224     IF NOT ROUTE-FOUND
012225         MOVE ZERO TO WS-RTE-IDX
012226         PERFORM 2257-SCAN-SOURCE-ROUTE THRU 2257-EXIT
012227             UNTIL ROUTE-FOUND
012228             OR WS-RTE-IDX >= WS-RTE-SRC-COUNT
012229     END-IF.
012230     IF WS-ROUTE-VENDOR = ZERO
012231         OR NOT VENDOR-DEFINED (WS-ROUTE-VENDOR)
012232         MOVE 1 TO WS-ROUTE-VENDOR
012233         ADD 1 TO WS-COUNT-DEFAULT-ROUTED
012234     END-IF.
012235 2255-EXIT.
012236     EXIT.
012237*----------------------------------------------------------------*
012238* 2256-SCAN-RANGE-ROUTE -- TEST THE NEXT ID-RANGE OVERRIDE       *
012239*                         AGAINST THE CURRENT RECORD ID          *
012240*----------------------------------------------------------------*
012241 2256-SCAN-RANGE-ROUTE.
012242     ADD 1 TO WS-RTE-IDX.
012243     IF STR-ID >= WS-RTE-RNG-FROM (WS-RTE-IDX)
012244         AND STR-ID <= WS-RTE-RNG-TO (WS-RTE-IDX)
012245         SET ROUTE-FOUND TO TRUE
012246         MOVE WS-RTE-RNG-VENDOR (WS-RTE-IDX)
012247             TO WS-ROUTE-VENDOR
012248     END-IF.
012249 2256-EXIT.
012250     EXIT.
012251*----------------------------------------------------------------*
012252* 2257-SCAN-SOURCE-ROUTE -- TEST THE NEXT SOURCE ASSIGNMENT      *
012253*                          AGAINST THE CURRENT RECORD'S FEEDER   *
012254*                          CODE                                  *
012255*----------------------------------------------------------------*
012256 2257-SCAN-SOURCE-ROUTE.
012257     ADD 1 TO WS-RTE-IDX.
012258     IF WS-RTE-SRC-CODE (WS-RTE-IDX) = STR-SOURCE
012259         SET ROUTE-FOUND TO TRUE
012260         MOVE WS-RTE-SRC-VENDOR (WS-RTE-IDX)
012261             TO WS-ROUTE-VENDOR
012262     END-IF.
012263 2257-EXIT.
012264     EXIT.
012265*----------------------------------------------------------------*
012266* 2258-HOLD-LABEL -- LIST A RECORD HELD BACK FOR WANT OF A VALID *
012267*                    ADDRESS AND COUNT IT FOR THE CONTROL TOTALS *
012268*----------------------------------------------------------------*
012269 2258-HOLD-LABEL.
012270     ADD 1 TO WS-COUNT-NO-ADDRESS.
012271     MOVE SPACES TO WS-HOLD-LINE.
012272     MOVE STR-ID TO WS-HOLD-ID.
012273     MOVE STR-SOURCE TO WS-HOLD-SOURCE.
012274     MOVE WS-TITLE-TEXT TO WS-HOLD-NAME.
012275     MOVE WS-HOLD-REASON TO WS-HOLD-LINE-REASON.
012276     WRITE LBLHOLD-RECORD FROM WS-HOLD-LINE.
012277 2258-EXIT.
012278     EXIT.
012279*----------------------------------------------------------------*
012280* 2290-TRANSLITERATE-NAME -- BUILD THE LABEL COPY OF THE TITLE-  *
012281*                           CASED NAME IN WS-LABEL-NAME WITH     *
012282*                           EACH ACCENTED LETTER REPLACED BY ITS *
012283*                           TRANSLITERATION-TABLE TEXT, SINCE    *
012284*                           THE LABEL VENDORS CANNOT PRINT THEM. *
012285*                           AN UPPER-CASE LETTER KEEPS ONLY THE  *
012286*                           FIRST LETTER OF ITS TEXT CAPITAL; A  *
012287*                           LOWER-CASE ONE TAKES IT ALL IN LOWER *
012288*                           CASE. A NAME LENGTHENED PAST 40      *
012289*                           CHARACTERS IS CUT AT 40.             *
012290*----------------------------------------------------------------*
012291 2290-TRANSLITERATE-NAME.
012292     MOVE WS-TITLE-TEXT TO WS-LABEL-NAME.
012293     MOVE 'N' TO WS-LBN-TRANSLIT-SW.
012294     IF WS-TRN-COUNT = ZERO
012295         GO TO 2290-EXIT
012296     END-IF.
012297     MOVE SPACES TO WS-LABEL-NAME.
012298     MOVE ZERO TO WS-LBN-POS.
012299     PERFORM 2291-TRANSLITERATE-CHAR THRU 2291-EXIT
012300         VARYING WS-LBN-IDX FROM 1 BY 1
012301         UNTIL WS-LBN-IDX > 40 OR WS-LBN-POS >= 40.
012302 2290-EXIT.
012303     EXIT.
012304*----------------------------------------------------------------*
012305* 2291-TRANSLITERATE-CHAR -- COPY ONE CHARACTER OF THE NAME TO   *
012306*                           THE LABEL COPY, OR ITS TABLE TEXT    *
012307*                           WHEN IT IS AN ACCENTED LETTER        *
012308*----------------------------------------------------------------*
012309 2291-TRANSLITERATE-CHAR.
012310     MOVE WS-TITLE-TEXT (WS-LBN-IDX:1) TO WS-LBN-CHAR.
012311     SET LBN-PLAIN-CHAR TO TRUE.
012312     IF WS-LBN-CHAR IS NOT ALPHABETIC
012313         MOVE ZERO TO WS-TRN-IDX
012314         PERFORM 2292-FIND-LETTER THRU 2292-EXIT
012315             UNTIL NOT LBN-PLAIN-CHAR
012316             OR WS-TRN-IDX >= WS-TRN-COUNT
012317     END-IF.
012318     IF LBN-PLAIN-CHAR
012319         ADD 1 TO WS-LBN-POS
012320         MOVE WS-LBN-CHAR TO WS-LABEL-NAME (WS-LBN-POS:1)
012321         GO TO 2291-EXIT
012322     END-IF.
012323     MOVE WS-TRN-REPL (WS-TRN-IDX) TO WS-LBN-REPL.
012324     MOVE WS-TRN-REPL-LEN (WS-TRN-IDX) TO WS-LBN-REPL-LEN.
012325     IF LBN-LOWER-LETTER
012326         MOVE FUNCTION LOWER-CASE(WS-LBN-REPL) TO WS-LBN-REPL
012327     ELSE
012328         MOVE FUNCTION LOWER-CASE(WS-LBN-REPL (2:2))
012329             TO WS-LBN-REPL (2:2)
012330     END-IF.
012331     COMPUTE WS-LBN-ROOM = 40 - WS-LBN-POS.
012332     IF WS-LBN-REPL-LEN > WS-LBN-ROOM
012333         MOVE WS-LBN-ROOM TO WS-LBN-REPL-LEN
012334     END-IF.
012335     MOVE WS-LBN-REPL (1:WS-LBN-REPL-LEN)
012336         TO WS-LABEL-NAME (WS-LBN-POS + 1:WS-LBN-REPL-LEN).
012337     ADD WS-LBN-REPL-LEN TO WS-LBN-POS.
012338     SET NAME-TRANSLITERATED TO TRUE.
012339 2291-EXIT.
012340     EXIT.
012341*----------------------------------------------------------------*
012342* 2292-FIND-LETTER -- TEST THE NEXT TABLE ENTRY AGAINST THE      *
012343*                     CURRENT CHARACTER. THE LOWER-CASE FORM IS  *
012344*                     TESTED FIRST SO A LETTER ENTERED IN BOTH   *
012345*                     COLUMNS (SHARP S) IS TAKEN AS LOWER CASE.  *
012346*----------------------------------------------------------------*
012347 2292-FIND-LETTER.
012348     ADD 1 TO WS-TRN-IDX.
012349     IF WS-LBN-CHAR = WS-TRN-LOWER-SET (WS-TRN-IDX:1)
012350         SET LBN-LOWER-LETTER TO TRUE
012351         GO TO 2292-EXIT
012352     END-IF.
012353     IF WS-LBN-CHAR = WS-TRN-UPPER-SET (WS-TRN-IDX:1)
012354         SET LBN-UPPER-LETTER TO TRUE
012355     END-IF.
012356 2292-EXIT.
012357     EXIT.
012358*----------------------------------------------------------------*
012359* 2300-TITLE-CASE -- BUILD A PROPERLY-CASED (TITLE-CASE) VERSION *
012360*                   OF STR-TEXT INTO WS-TITLE-TEXT. THE CALLER   *
012361*                   COUNTS EXCEPTION-APPLIED: THE NAME PARSE     *
012362*                   TITLE-CASES TOO AND MUST NOT COUNT TWICE.    *
012363*----------------------------------------------------------------*
012364 2300-TITLE-CASE.
012365     MOVE FUNCTION LOWER-CASE(STR-TEXT) TO WS-TITLE-TEXT.
012366     IF WS-TRN-COUNT > ZERO
012367         INSPECT WS-TITLE-TEXT CONVERTING
012368             WS-TRN-UPPER-SET (1:WS-TRN-COUNT)
012369             TO WS-TRN-LOWER-SET (1:WS-TRN-COUNT)
012370     END-IF.
012371     SET START-OF-WORD TO TRUE.
012372     MOVE 'N' TO WS-EXC-APPLIED-SW.
012373     PERFORM 2310-TITLE-CASE-CHAR THRU 2310-EXIT
012374         VARYING WS-CHAR-IDX FROM 1 BY 1
012375         UNTIL WS-CHAR-IDX > 40.
012376     IF WS-EXC-COUNT > ZERO
012377         PERFORM 2320-APPLY-EXCEPTIONS THRU 2320-EXIT
012378     END-IF.
012379 2300-EXIT.
012380     EXIT.
012381*----------------------------------------------------------------*
012382* 2310-TITLE-CASE-CHAR -- UPPERCASE THE FIRST LETTER OF EACH WORD*
012383*                        IN WS-TITLE-TEXT. A COMMA ENDS A WORD   *
012384*                        AS A SPACE DOES (SMITH,ROBERT).         *
012385*                        A HYPHEN DOES TOO (SMITH-JONES), SO     *
012386*                        BOTH HALVES ARE CAPITALIZED. AN ACCENTED*
012387*                        LETTER IS CAPITALIZED THROUGH THE       *
012388*                        TRANSLITERATION TABLE.                  *
012389*----------------------------------------------------------------*
012390 2310-TITLE-CASE-CHAR.
012391     MOVE WS-TITLE-TEXT(WS-CHAR-IDX:1) TO WS-CHAR-HOLD.
012392     IF WS-CHAR-HOLD = SPACE OR ',' OR '-'
012400         SET START-OF-WORD TO TRUE
012410     ELSE
012420         IF START-OF-WORD
012430             MOVE FUNCTION UPPER-CASE(WS-CHAR-HOLD)
012440                 TO WS-TITLE-TEXT(WS-CHAR-IDX:1)
012441             IF WS-TRN-COUNT > ZERO
012442                 INSPECT WS-TITLE-TEXT (WS-CHAR-IDX:1) CONVERTING
012443                     WS-TRN-LOWER-SET (1:WS-TRN-COUNT)
012444                     TO WS-TRN-UPPER-SET (1:WS-TRN-COUNT)
012445             END-IF
012450             SET NOT-START-OF-WORD TO TRUE
012460         END-IF
012470     END-IF.
012620* 2330-SCAN-WORD -- ISOLATE THE WORD AT THE CURRENT SCAN         *
012630*                  POSITION AND RUN IT PAST THE DICTIONARY       *
012640*----------------------------------------------------------------*
012644*                  A COMMA OR HYPHEN ENDS A WORD AS A SPACE DOES *
012648*                  (SMITH-JONES IS CHECKED AS SMITH AND JONES).  *
012650 2330-SCAN-WORD.
012660     IF WS-TITLE-TEXT (WS-WORD-START:1) = SPACE OR ',' OR '-'
012670         ADD 1 TO WS-WORD-START
012680         GO TO 2330-EXIT
012690     END-IF.
012700     MOVE WS-WORD-START TO WS-WORD-END.
012710     PERFORM 2340-FIND-WORD-END THRU 2340-EXIT
012720         UNTIL WS-WORD-END > 40
012730         OR WS-TITLE-TEXT (WS-WORD-END:1) = SPACE OR ',' OR '-'.
012740     COMPUTE WS-WORD-LEN = WS-WORD-END - WS-WORD-START.
012750     MOVE SPACES TO WS-WORD-UPPER.
012760     MOVE FUNCTION UPPER-CASE(
012770         WS-TITLE-TEXT (WS-WORD-START:WS-WORD-LEN))
012780         TO WS-WORD-UPPER.
012781     IF WS-TRN-COUNT > ZERO
012782         INSPECT WS-WORD-UPPER CONVERTING
012783             WS-TRN-LOWER-SET (1:WS-TRN-COUNT)
012784             TO WS-TRN-UPPER-SET (1:WS-TRN-COUNT)
012785     END-IF.
012790     PERFORM 2350-MATCH-WORD THRU 2350-EXIT.
012800     MOVE WS-WORD-END TO WS-WORD-START.
012810 2330-EXIT.
013010     EXIT.
013020*----------------------------------------------------------------*
013030* 2360-TEST-EXCEPTION -- TEST THE NEXT DICTIONARY ENTRY. A WORD  *
013040*                       ENTRY (OR A SURNAME-PARTICLE ENTRY)      *
013049*                       REPLACES THE WHOLE WORD WITH ITS         *
013050*                       RENDERING; A PREFIX ENTRY REPLACES THE   *
013060*                       LEADING CHARACTERS AND RE-CAPITALIZES    *
013070*                       THE LETTER THAT FOLLOWS.                 *
013080*----------------------------------------------------------------*
013090 2360-TEST-EXCEPTION.
013100     ADD 1 TO WS-EXC-IDX.
013110     IF WS-EXC-TYPE (WS-EXC-IDX) = 'W' OR 'S'
013120         IF WS-EXC-MATCH-LEN (WS-EXC-IDX) = WS-WORD-LEN
013130             AND WS-EXC-MATCH (WS-EXC-IDX) (1:WS-WORD-LEN) =
013140                 WS-WORD-UPPER (1:WS-WORD-LEN)
013320         MOVE FUNCTION UPPER-CASE(
013330             WS-TITLE-TEXT (WS-CHAR-IDX:1))
013340             TO WS-TITLE-TEXT (WS-CHAR-IDX:1)
013341         IF WS-TRN-COUNT > ZERO
013342             INSPECT WS-TITLE-TEXT (WS-CHAR-IDX:1) CONVERTING
013343                 WS-TRN-LOWER-SET (1:WS-TRN-COUNT)
013344                 TO WS-TRN-UPPER-SET (1:WS-TRN-COUNT)
013345         END-IF
013350         MOVE 'Y' TO WS-WORD-MATCHED-SW
013360         MOVE 'Y' TO WS-EXC-APPLIED-SW
013370     END-IF.
013490     MOVE 1 TO REJ-CYCLE-COUNT.
013500     MOVE STR-SOURCE TO REJ-SOURCE.
013510     WRITE REJOUT-RECORD.
013519     PERFORM 2410-COUNT-REJECT-REASON THRU 2410-EXIT.
013520 2400-EXIT.
013530     EXIT.
013531*----------------------------------------------------------------*
013532* 2410-COUNT-REJECT-REASON -- ADD THE REJECT JUST WRITTEN TO ITS *
013533*                             SOURCE'S COUNT FOR ITS REASON, FOR *
013534*                             THE DATA-QUALITY HISTORY           *
013535*----------------------------------------------------------------*
013536 2410-COUNT-REJECT-REASON.
013537     IF WS-SRC-IDX = ZERO
013538         GO TO 2410-EXIT
013539     END-IF.
013540     IF REASON-BLANK-RECORD
013541         ADD 1 TO WS-SRC-REJ-BLANK (WS-SRC-IDX)
013542         GO TO 2410-EXIT
013543     END-IF.
013544     IF REASON-NON-ALPHA
013545         ADD 1 TO WS-SRC-REJ-NON-ALPHA (WS-SRC-IDX)
013546         GO TO 2410-EXIT
013547     END-IF.
013548     IF REASON-DUP-IN-EXTRACT
013549         ADD 1 TO WS-SRC-REJ-DUP-ID (WS-SRC-IDX)
013550         GO TO 2410-EXIT
013551     END-IF.
013552     IF REASON-CROSS-SOURCE
013553         ADD 1 TO WS-SRC-REJ-CROSS-SRC (WS-SRC-IDX)
013554         GO TO 2410-EXIT
013555     END-IF.
013556     IF REASON-WRITE-FAILED
013557         ADD 1 TO WS-SRC-REJ-WRITE-FAIL (WS-SRC-IDX)
013558         GO TO 2410-EXIT
013559     END-IF.
013560     ADD 1 TO WS-SRC-REJ-OTHER (WS-SRC-IDX).
013561 2410-EXIT.
013562     EXIT.
013563*----------------------------------------------------------------*
013564* 2420-COUNT-EXCEPTION -- COUNT A TITLE-CASE EXCEPTION APPLIED,  *
013565*                         IN THE RUN TOTAL AND FOR THE SOURCE    *
013566*----------------------------------------------------------------*
013567 2420-COUNT-EXCEPTION.
013568     ADD 1 TO WS-COUNT-EXCEPTION.
013569     IF WS-SRC-IDX > ZERO
013570         ADD 1 TO WS-SRC-EXCEPTION (WS-SRC-IDX)
013571     END-IF.
013572 2420-EXIT.
013573     EXIT.
013574*----------------------------------------------------------------*
013575* 2430-BACKOUT-EXCEPTION -- TAKE BACK A TITLE-CASE EXCEPTION     *
013576*                           COUNTED FOR A RECORD THAT ENDED UP   *
013577*                           REJECTED                             *
013578*----------------------------------------------------------------*
013579 2430-BACKOUT-EXCEPTION.
013580     SUBTRACT 1 FROM WS-COUNT-EXCEPTION.
013581     IF WS-SRC-IDX > ZERO
013582         SUBTRACT 1 FROM WS-SRC-EXCEPTION (WS-SRC-IDX)
013583     END-IF.
013584 2430-EXIT.
013585     EXIT.
013586*----------------------------------------------------------------*
013587* 2440-CLEAR-SOURCE-QUALITY -- ZERO THE REJECT-REASON AND        *
013588*                              EXCEPTION COUNTS OF SOURCE ENTRY  *
013589*                              WS-SRC-IDX                        *
013590*----------------------------------------------------------------*
013591 2440-CLEAR-SOURCE-QUALITY.
013592     MOVE ZERO TO WS-SRC-REJ-BLANK (WS-SRC-IDX).
013593     MOVE ZERO TO WS-SRC-REJ-NON-ALPHA (WS-SRC-IDX).
013594     MOVE ZERO TO WS-SRC-REJ-DUP-ID (WS-SRC-IDX).
013595     MOVE ZERO TO WS-SRC-REJ-CROSS-SRC (WS-SRC-IDX).
013596     MOVE ZERO TO WS-SRC-REJ-WRITE-FAIL (WS-SRC-IDX).
013597     MOVE ZERO TO WS-SRC-REJ-OTHER (WS-SRC-IDX).
013598     MOVE ZERO TO WS-SRC-EXCEPTION (WS-SRC-IDX).
013599 2440-EXIT.
013600     EXIT.
013601*----------------------------------------------------------------*
013602* 2500-WRITE-CHECKPOINT -- RECORD HOW FAR THE RUN HAS GOTTEN SO  *
013603*                         A RESTART CAN PICK UP FROM HERE.       *
013604*----------------------------------------------------------------*
013605 2500-WRITE-CHECKPOINT.
013606     MOVE SPACES TO RSTRTOUT-RECORD.
013607     MOVE STR-ID TO CKPT-LAST-ID OF RSTRTOUT-RECORD.
013610     MOVE WS-COUNT-READ TO CKPT-RECORD-COUNT OF RSTRTOUT-RECORD.
013620     MOVE WS-COUNT-VALID TO CKPT-COUNT-VALID OF RSTRTOUT-RECORD.
013630     MOVE WS-COUNT-REJECTED
013940         TO CKPT-SRC-VALID OF RSTRTOUT-RECORD (WS-SRC-IDX).
013950     MOVE WS-SRC-REJECTED (WS-SRC-IDX)
013960         TO CKPT-SRC-REJECTED OF RSTRTOUT-RECORD (WS-SRC-IDX).
013961     MOVE WS-SRC-REJ-BLANK (WS-SRC-IDX)
013962         TO CKPT-SRC-REJ-BLANK OF RSTRTOUT-RECORD (WS-SRC-IDX).
013963     MOVE WS-SRC-REJ-NON-ALPHA (WS-SRC-IDX)
013964         TO CKPT-SRC-REJ-NON-ALPHA OF RSTRTOUT-RECORD
013965             (WS-SRC-IDX).
013966     MOVE WS-SRC-REJ-DUP-ID (WS-SRC-IDX)
013967         TO CKPT-SRC-REJ-DUP-EXTRACT OF RSTRTOUT-RECORD
013968             (WS-SRC-IDX).
013969     MOVE WS-SRC-REJ-CROSS-SRC (WS-SRC-IDX)
013970         TO CKPT-SRC-REJ-CROSS-SOURCE OF RSTRTOUT-RECORD
013971             (WS-SRC-IDX).
013972     MOVE WS-SRC-REJ-WRITE-FAIL (WS-SRC-IDX)
013973         TO CKPT-SRC-REJ-WRITE-FAILED OF RSTRTOUT-RECORD
013974             (WS-SRC-IDX).
013975     MOVE WS-SRC-REJ-OTHER (WS-SRC-IDX)
013976         TO CKPT-SRC-REJ-OTHER OF RSTRTOUT-RECORD (WS-SRC-IDX).
013977     MOVE WS-SRC-EXCEPTION (WS-SRC-IDX)
013978         TO CKPT-SRC-EXCEPTION OF RSTRTOUT-RECORD (WS-SRC-IDX).
013979 2510-EXIT.
013980     EXIT.
013990*----------------------------------------------------------------*
014000* 2600-FIND-SOURCE -- FIND (OR ADD) THE SUBTOTAL ENTRY FOR THE   *
014180         MOVE ZERO TO WS-SRC-READ (WS-SRC-IDX)
014190         MOVE ZERO TO WS-SRC-VALID (WS-SRC-IDX)
014200         MOVE ZERO TO WS-SRC-REJECTED (WS-SRC-IDX)
014209         PERFORM 2440-CLEAR-SOURCE-QUALITY THRU 2440-EXIT
014210     ELSE
014220         DISPLAY 'HELLO-WORLD: SOURCE TABLE FULL, CODE '
014230             STR-SOURCE ' IN GRAND TOTALS ONLY'
014360     END-IF.
014370 2610-EXIT.
014380     EXIT.
014381*----------------------------------------------------------------*
014382* 2700-PARSE-NAME -- BREAK THE CURRENT RECORD'S NAME INTO ITS    *
014383*                    COMPONENTS AND STORE THEM ON CNVNAME. THE   *
014384*                    WORDS ARE TAKEN FROM THE TITLE-CASED TEXT   *
014385*                    SO EVERY COMPONENT CARRIES THE SAME         *
014386*                    RENDERING AS THE LABEL. A NAME THAT CANNOT  *
014387*                    BE RESOLVED IS STILL STORED, UNRESOLVED,    *
014388*                    AND LISTED ON NAMEXC.                       *
014389*----------------------------------------------------------------*
014390 2700-PARSE-NAME.
014391     PERFORM 2300-TITLE-CASE THRU 2300-EXIT.
014392     MOVE SPACES TO CNVNAME-RECORD.
014393     MOVE ZERO TO WS-NWD-COUNT.
014394     MOVE ZERO TO WS-NAM-WORD-LEN.
014395     MOVE ZERO TO WS-NAM-COMMA-COUNT.
014396     MOVE ZERO TO WS-NAM-COMMA-AFTER.
014397     MOVE ZERO TO WS-NAM-SFX-COUNT.
014398     MOVE SPACES TO WS-NAM-WORD.
014399     MOVE SPACES TO WS-NAM-REASON.
014400     MOVE SPACES TO WS-NAM-PFX-RENDER.
014401     MOVE SPACES TO WS-NAM-SFX-RENDER (1).
014402     MOVE SPACES TO WS-NAM-SFX-RENDER (2).
014403     SET NAME-NATURAL TO TRUE.
014404     PERFORM 2710-SCAN-NAME-CHAR THRU 2710-EXIT
014405         VARYING WS-NAM-CHAR-IDX FROM 1 BY 1
014406         UNTIL WS-NAM-CHAR-IDX > 40.
014407     IF WS-NAM-REASON = SPACES
014408         PERFORM 2715-END-NAME-WORD THRU 2715-EXIT
014409     END-IF.
014410     IF WS-NAM-REASON = SPACES
014411         PERFORM 2720-RESOLVE-NAME THRU 2720-EXIT
014412     END-IF.
014413     PERFORM 2780-STORE-NAME THRU 2780-EXIT.
014414 2700-EXIT.
014415     EXIT.
014416*----------------------------------------------------------------*
014417* 2710-SCAN-NAME-CHAR -- ADD ONE CHARACTER OF THE TITLE-CASED    *
014418*                        TEXT TO THE WORD BEING BUILT. A SPACE   *
014419*                        OR A COMMA ENDS THE WORD; A COMMA ALSO  *
014420*                        RECORDS HOW MANY WORDS CAME BEFORE IT.  *
014421*                        THE FIRST PROBLEM FOUND STOPS THE SCAN. *
014422*----------------------------------------------------------------*
014423 2710-SCAN-NAME-CHAR.
014424     IF WS-NAM-REASON NOT = SPACES
014425         GO TO 2710-EXIT
014426     END-IF.
014427     MOVE WS-TITLE-TEXT (WS-NAM-CHAR-IDX:1) TO WS-CHAR-HOLD.
014428     IF WS-CHAR-HOLD = SPACE OR ','
014429         PERFORM 2715-END-NAME-WORD THRU 2715-EXIT
014430         IF WS-CHAR-HOLD = ','
014431             ADD 1 TO WS-NAM-COMMA-COUNT
014432             MOVE WS-NWD-COUNT TO WS-NAM-COMMA-AFTER
014433         END-IF
014434         GO TO 2710-EXIT
014435     END-IF.
014436     IF WS-NAM-WORD-LEN >= 20
014437         MOVE 'NAME WORD TOO LONG' TO WS-NAM-REASON
014438         GO TO 2710-EXIT
014439     END-IF.
014440     ADD 1 TO WS-NAM-WORD-LEN.
014441     MOVE WS-CHAR-HOLD TO WS-NAM-WORD (WS-NAM-WORD-LEN:1).
014442 2710-EXIT.
014443     EXIT.
014444*----------------------------------------------------------------*
014445* 2715-END-NAME-WORD -- FILE THE WORD JUST BUILT, IF ANY, IN THE *
014446*                       WORD TABLE                               *
014447*----------------------------------------------------------------*
014448 2715-END-NAME-WORD.
014449     IF WS-NAM-WORD-LEN = ZERO
014450         GO TO 2715-EXIT
014451     END-IF.
014452     IF WS-NWD-COUNT >= WS-NWD-LIMIT
014453         MOVE 'TOO MANY NAME WORDS' TO WS-NAM-REASON
014454         GO TO 2715-EXIT
014455     END-IF.
014456     ADD 1 TO WS-NWD-COUNT.
014457     MOVE WS-NAM-WORD TO WS-NWD-TEXT (WS-NWD-COUNT).
014458     MOVE FUNCTION UPPER-CASE(WS-NAM-WORD)
014459         TO WS-NWD-UPPER (WS-NWD-COUNT).
014460     MOVE WS-NAM-WORD-LEN TO WS-NWD-LEN (WS-NWD-COUNT).
014461     MOVE SPACES TO WS-NAM-WORD.
014462     MOVE ZERO TO WS-NAM-WORD-LEN.
014463 2715-EXIT.
014464     EXIT.
014465*----------------------------------------------------------------*
014466* 2720-RESOLVE-NAME -- DECIDE THE NAME ORDER AND ASSIGN THE      *
014467*                      WORDS TO COMPONENTS. ONE COMMA WITH ONLY  *
014468*                      SUFFIXES AFTER IT (ROBERT SMITH, JR) IS   *
014469*                      STILL NATURAL ORDER; ANY OTHER SINGLE     *
014470*                      COMMA MEANS SURNAME FIRST.                *
014471*----------------------------------------------------------------*
014472 2720-RESOLVE-NAME.
014473     IF WS-NWD-COUNT = ZERO
014474         MOVE 'NO NAME WORDS' TO WS-NAM-REASON
014475         GO TO 2720-EXIT
014476     END-IF.
014477     IF WS-NAM-COMMA-COUNT > 1
014478         MOVE 'MORE THAN ONE COMMA' TO WS-NAM-REASON
014479         GO TO 2720-EXIT
014480     END-IF.
014481     IF WS-NAM-COMMA-COUNT = 1
014482         IF WS-NAM-COMMA-AFTER = ZERO
014483             MOVE 'NOTHING BEFORE COMMA' TO WS-NAM-REASON
014484             GO TO 2720-EXIT
014485         END-IF
014486         IF WS-NAM-COMMA-AFTER < WS-NWD-COUNT
014487             COMPUTE WS-NWD-IDX = WS-NAM-COMMA-AFTER + 1
014488             PERFORM 2722-TEST-AFTER-COMMA THRU 2722-EXIT
014489                 UNTIL NAME-INVERTED
014490                 OR WS-NWD-IDX > WS-NWD-COUNT
014491         END-IF
014492     END-IF.
014493     IF NAME-INVERTED
014494         PERFORM 2726-RESOLVE-INVERTED THRU 2726-EXIT
014495     ELSE
014496         PERFORM 2724-RESOLVE-NATURAL THRU 2724-EXIT
014497     END-IF.
014498     IF WS-NAM-REASON = SPACES
014499         PERFORM 2750-BUILD-COMPONENTS THRU 2750-EXIT
014500     END-IF.
014501 2720-EXIT.
014502     EXIT.
014503*----------------------------------------------------------------*
014504* 2722-TEST-AFTER-COMMA -- A WORD AFTER THE COMMA THAT IS NOT A  *
014505*                          SUFFIX MAKES THE NAME INVERTED        *
014506*----------------------------------------------------------------*
014507 2722-TEST-AFTER-COMMA.
014508     PERFORM 2742-TEST-SUFFIX THRU 2742-EXIT.
014509     IF NOT NAME-TABLE-HIT
014510         SET NAME-INVERTED TO TRUE
014511     END-IF.
014512     ADD 1 TO WS-NWD-IDX.
014513 2722-EXIT.
014514     EXIT.
014515*----------------------------------------------------------------*
014516* 2724-RESOLVE-NATURAL -- PREFIX GIVEN MIDDLE SURNAME SUFFIX. THE*
014517*                         SURNAME IS THE LAST WORD, EXTENDED     *
014518*                         BACK OVER ANY PARTICLES BUT NEVER INTO *
014519*                         THE GIVEN NAME. A LONE WORD RESOLVES   *
014520*                         ONLY AS A SURNAME BEHIND AN HONORIFIC  *
014521*                         (MR SMITH).                            *
014522*----------------------------------------------------------------*
014523 2724-RESOLVE-NATURAL.
014524     MOVE 1 TO WS-NAM-FROM.
014525     MOVE WS-NWD-COUNT TO WS-NAM-TO.
014526     IF WS-NAM-FROM < WS-NAM-TO
014527         PERFORM 2728-TAKE-PREFIX THRU 2728-EXIT
014528     END-IF.
014529     PERFORM 2730-STRIP-SUFFIXES THRU 2730-EXIT.
014530     MOVE ZERO TO WS-NAM-GIVEN-IDX.
014531     MOVE ZERO TO WS-NAM-MID-FROM.
014532     MOVE WS-NAM-TO TO WS-NAM-SURN-FROM.
014533     MOVE WS-NAM-TO TO WS-NAM-SURN-TO.
014534     IF WS-NAM-FROM = WS-NAM-TO
014535         IF WS-NAM-PFX-RENDER = SPACES
014536             MOVE 'SINGLE NAME WORD' TO WS-NAM-REASON
014537         END-IF
014538         GO TO 2724-EXIT
014539     END-IF.
014540*    A NAME THAT OPENS WITH A PARTICLE (VAN DER BERG) IS ALL
014541*    SURNAME; IT RESOLVES ONLY BEHIND AN HONORIFIC.
014542     MOVE WS-NAM-FROM TO WS-NWD-IDX.
014543     PERFORM 2744-TEST-PARTICLE THRU 2744-EXIT.
014544     IF NAME-TABLE-HIT
014545         IF WS-NAM-PFX-RENDER = SPACES
014546             MOVE 'NO GIVEN NAME' TO WS-NAM-REASON
014547         ELSE
014548             MOVE WS-NAM-FROM TO WS-NAM-SURN-FROM
014549         END-IF
014550         GO TO 2724-EXIT
014551     END-IF.
014552     MOVE WS-NAM-FROM TO WS-NAM-GIVEN-IDX.
014553     MOVE 'Y' TO WS-NAM-FOUND-SW.
014554     PERFORM 2734-EXTEND-SURNAME THRU 2734-EXIT
014555         UNTIL NOT NAME-TABLE-HIT
014556         OR WS-NAM-SURN-FROM <= WS-NAM-GIVEN-IDX + 1.
014557     IF WS-NAM-SURN-FROM > WS-NAM-GIVEN-IDX + 1
014558         COMPUTE WS-NAM-MID-FROM = WS-NAM-GIVEN-IDX + 1
014559         COMPUTE WS-NAM-MID-TO = WS-NAM-SURN-FROM - 1
014560     END-IF.
014561 2724-EXIT.
014562     EXIT.
014563*----------------------------------------------------------------*
014564* 2726-RESOLVE-INVERTED -- SURNAME, PREFIX GIVEN MIDDLE SUFFIX.  *
014565*                          EVERY WORD BEFORE THE COMMA IS        *
014566*                          SURNAME. A SUFFIX MAY TRAIL EITHER    *
014567*                          PART (SMITH JR, ROBERT OR SMITH,      *
014568*                          ROBERT JR). AN HONORIFIC ALONE AFTER  *
014569*                          THE COMMA (SMITH, MR) RESOLVES WITH   *
014570*                          NO GIVEN NAME.                        *
014571*----------------------------------------------------------------*
014572 2726-RESOLVE-INVERTED.
014573     COMPUTE WS-NAM-FROM = WS-NAM-COMMA-AFTER + 1.
014574     MOVE WS-NWD-COUNT TO WS-NAM-TO.
014575     PERFORM 2728-TAKE-PREFIX THRU 2728-EXIT.
014576     PERFORM 2730-STRIP-SUFFIXES THRU 2730-EXIT.
014577     MOVE ZERO TO WS-NAM-GIVEN-IDX.
014578     MOVE ZERO TO WS-NAM-MID-FROM.
014579     IF WS-NAM-FROM <= WS-NAM-TO
014580         MOVE WS-NAM-FROM TO WS-NAM-GIVEN-IDX
014581         IF WS-NAM-FROM < WS-NAM-TO
014582             COMPUTE WS-NAM-MID-FROM = WS-NAM-FROM + 1
014583             MOVE WS-NAM-TO TO WS-NAM-MID-TO
014584         END-IF
014585     END-IF.
014586     MOVE 1 TO WS-NAM-FROM.
014587     MOVE WS-NAM-COMMA-AFTER TO WS-NAM-TO.
014588     IF WS-NAM-SFX-COUNT = ZERO
014589         PERFORM 2730-STRIP-SUFFIXES THRU 2730-EXIT
014590     END-IF.
014591     MOVE WS-NAM-FROM TO WS-NAM-SURN-FROM.
014592     MOVE WS-NAM-TO TO WS-NAM-SURN-TO.
014593 2726-EXIT.
014594     EXIT.
014595*----------------------------------------------------------------*
014596* 2728-TAKE-PREFIX -- TAKE THE FIRST WORD OF THE CURRENT RANGE   *
014597*                     AS THE HONORIFIC IF THE PREFIX TABLE       *
014598*                     KNOWS IT                                   *
014599*----------------------------------------------------------------*
014600 2728-TAKE-PREFIX.
014601     MOVE WS-NAM-FROM TO WS-NWD-IDX.
014602     PERFORM 2740-TEST-PREFIX THRU 2740-EXIT.
014603     IF NAME-TABLE-HIT
014604         MOVE WS-NPX-RENDER (WS-NAM-TBL-IDX) TO WS-NAM-PFX-RENDER
014605         ADD 1 TO WS-NAM-FROM
014606     END-IF.
014607 2728-EXIT.
014608     EXIT.
014609*----------------------------------------------------------------*
014610* 2730-STRIP-SUFFIXES -- TAKE UP TO TWO SUFFIXES OFF THE END OF  *
014611*                        THE CURRENT RANGE, ALWAYS LEAVING AT    *
014612*                        LEAST ONE WORD. THEY ARE COLLECTED LAST *
014613*                        FIRST.                                  *
014614*----------------------------------------------------------------*
014615 2730-STRIP-SUFFIXES.
014616     MOVE 'Y' TO WS-NAM-FOUND-SW.
014617     PERFORM 2732-STRIP-ONE-SUFFIX THRU 2732-EXIT
014618         UNTIL NOT NAME-TABLE-HIT
014619         OR WS-NAM-SFX-COUNT >= 2
014620         OR WS-NAM-TO <= WS-NAM-FROM.
014621 2730-EXIT.
014622     EXIT.
014623*----------------------------------------------------------------*
014624* 2732-STRIP-ONE-SUFFIX -- TEST THE LAST WORD OF THE RANGE       *
014625*----------------------------------------------------------------*
014626 2732-STRIP-ONE-SUFFIX.
014627     MOVE WS-NAM-TO TO WS-NWD-IDX.
014628     PERFORM 2742-TEST-SUFFIX THRU 2742-EXIT.
014629     IF NAME-TABLE-HIT
014630         ADD 1 TO WS-NAM-SFX-COUNT
014631         MOVE WS-NSX-RENDER (WS-NAM-TBL-IDX)
014632             TO WS-NAM-SFX-RENDER (WS-NAM-SFX-COUNT)
014633         SUBTRACT 1 FROM WS-NAM-TO
014634     END-IF.
014635 2732-EXIT.
014636     EXIT.
014637*----------------------------------------------------------------*
014638* 2734-EXTEND-SURNAME -- TAKE THE WORD BEFORE THE SURNAME INTO   *
014639*                        IT IF THAT WORD IS A PARTICLE           *
014640*----------------------------------------------------------------*
014641 2734-EXTEND-SURNAME.
014642     COMPUTE WS-NWD-IDX = WS-NAM-SURN-FROM - 1.
014643     PERFORM 2744-TEST-PARTICLE THRU 2744-EXIT.
014644     IF NAME-TABLE-HIT
014645         MOVE WS-NWD-IDX TO WS-NAM-SURN-FROM
014646     END-IF.
014647 2734-EXIT.
014648     EXIT.
014649*----------------------------------------------------------------*
014650* 2740-TEST-PREFIX -- LOOK UP WORD WS-NWD-IDX IN THE PREFIX TABLE*
014651*----------------------------------------------------------------*
014652 2740-TEST-PREFIX.
014653     MOVE 'N' TO WS-NAM-FOUND-SW.
014654     MOVE ZERO TO WS-NAM-TBL-IDX.
014655     PERFORM 2741-SCAN-PREFIX THRU 2741-EXIT
014656         UNTIL NAME-TABLE-HIT
014657         OR WS-NAM-TBL-IDX >= WS-NPX-LIMIT.
014658 2740-EXIT.
014659     EXIT.
014660*----------------------------------------------------------------*
014661* 2741-SCAN-PREFIX -- TEST THE NEXT PREFIX TABLE ENTRY           *
014662*----------------------------------------------------------------*
014663 2741-SCAN-PREFIX.
014664     ADD 1 TO WS-NAM-TBL-IDX.
014665     IF WS-NPX-MATCH (WS-NAM-TBL-IDX) = WS-NWD-UPPER (WS-NWD-IDX)
014666         SET NAME-TABLE-HIT TO TRUE
014667     END-IF.
014668 2741-EXIT.
014669     EXIT.
014670*----------------------------------------------------------------*
014671* 2742-TEST-SUFFIX -- LOOK UP WORD WS-NWD-IDX IN THE SUFFIX TABLE*
014672*----------------------------------------------------------------*
014673 2742-TEST-SUFFIX.
014674     MOVE 'N' TO WS-NAM-FOUND-SW.
014675     MOVE ZERO TO WS-NAM-TBL-IDX.
014676     PERFORM 2743-SCAN-SUFFIX THRU 2743-EXIT
014677         UNTIL NAME-TABLE-HIT
014678         OR WS-NAM-TBL-IDX >= WS-NSX-LIMIT.
014679 2742-EXIT.
014680     EXIT.
014681*----------------------------------------------------------------*
014682* 2743-SCAN-SUFFIX -- TEST THE NEXT SUFFIX TABLE ENTRY           *
014683*----------------------------------------------------------------*
014684 2743-SCAN-SUFFIX.
014685     ADD 1 TO WS-NAM-TBL-IDX.
014686     IF WS-NSX-MATCH (WS-NAM-TBL-IDX) = WS-NWD-UPPER (WS-NWD-IDX)
014687         SET NAME-TABLE-HIT TO TRUE
014688     END-IF.
014689 2743-EXIT.
014690     EXIT.
014691*----------------------------------------------------------------*
014692* 2744-TEST-PARTICLE -- LOOK UP WORD WS-NWD-IDX AMONG THE TITLEXC*
014693*                       TYPE S (SURNAME PARTICLE) ENTRIES        *
014694*----------------------------------------------------------------*
014695 2744-TEST-PARTICLE.
014696     MOVE 'N' TO WS-NAM-FOUND-SW.
014697     MOVE ZERO TO WS-EXC-IDX.
014698     PERFORM 2745-SCAN-PARTICLE THRU 2745-EXIT
014699         UNTIL NAME-TABLE-HIT
014700         OR WS-EXC-IDX >= WS-EXC-COUNT.
014701 2744-EXIT.
014702     EXIT.
014703*----------------------------------------------------------------*
014704* 2745-SCAN-PARTICLE -- TEST THE NEXT DICTIONARY ENTRY           *
014705*----------------------------------------------------------------*
014706 2745-SCAN-PARTICLE.
014707     ADD 1 TO WS-EXC-IDX.
014708     IF WS-EXC-TYPE (WS-EXC-IDX) = 'S'
014709         AND WS-EXC-MATCH (WS-EXC-IDX) = WS-NWD-UPPER (WS-NWD-IDX)
014710         SET NAME-TABLE-HIT TO TRUE
014711     END-IF.
014712 2745-EXIT.
014713     EXIT.
014714*----------------------------------------------------------------*
014715* 2750-BUILD-COMPONENTS -- MOVE THE RESOLVED WORD RANGES TO THE  *
014716*                          CNVNAME RECORD. A SURNAME THAT ENDS   *
014717*                          IN A PARTICLE, OR A COMPONENT TOO     *
014718*                          LONG FOR ITS FIELD, LEAVES THE NAME   *
014719*                          UNRESOLVED.                           *
014720*----------------------------------------------------------------*
014721 2750-BUILD-COMPONENTS.
014722     MOVE WS-NAM-SURN-TO TO WS-NWD-IDX.
014723     PERFORM 2744-TEST-PARTICLE THRU 2744-EXIT.
014724     IF NAME-TABLE-HIT
014725         MOVE 'SURNAME ENDS IN PARTICLE' TO WS-NAM-REASON
014726         GO TO 2750-EXIT
014727     END-IF.
014728     MOVE WS-NAM-SURN-FROM TO WS-NAM-FROM.
014729     MOVE WS-NAM-SURN-TO TO WS-NAM-TO.
014730     PERFORM 2760-JOIN-WORDS THRU 2760-EXIT.
014731     IF WS-NAM-BUILD-PTR > 31
014732         MOVE 'SURNAME TOO LONG' TO WS-NAM-REASON
014733         GO TO 2750-EXIT
014734     END-IF.
014735     MOVE WS-NAM-BUILD TO NAM-SURNAME.
014736     IF WS-NAM-MID-FROM > ZERO
014737         MOVE WS-NAM-MID-FROM TO WS-NAM-FROM
014738         MOVE WS-NAM-MID-TO TO WS-NAM-TO
014739         PERFORM 2760-JOIN-WORDS THRU 2760-EXIT
014740         IF WS-NAM-BUILD-PTR > 21
014741             MOVE 'MIDDLE NAME TOO LONG' TO WS-NAM-REASON
014742             GO TO 2750-EXIT
014743         END-IF
014744         MOVE WS-NAM-BUILD TO NAM-MIDDLE
014745     END-IF.
014746     IF WS-NAM-GIVEN-IDX > ZERO
014747         MOVE WS-NWD-TEXT (WS-NAM-GIVEN-IDX) TO NAM-GIVEN
014748     END-IF.
014749     MOVE WS-NAM-PFX-RENDER TO NAM-PREFIX.
014750     IF WS-NAM-SFX-COUNT = 2
014751         STRING WS-NAM-SFX-RENDER (2) DELIMITED BY SPACE
014752             ' ' DELIMITED BY SIZE
014753             WS-NAM-SFX-RENDER (1) DELIMITED BY SPACE
014754             INTO NAM-SUFFIX
014755         END-STRING
014756     ELSE
014757         MOVE WS-NAM-SFX-RENDER (1) TO NAM-SUFFIX
014758     END-IF.
014759 2750-EXIT.
014760     EXIT.
014761*----------------------------------------------------------------*
014762* 2760-JOIN-WORDS -- JOIN WORDS WS-NAM-FROM THRU WS-NAM-TO, ONE  *
014763*                    SPACE APART, INTO WS-NAM-BUILD. THE POINTER *
014764*                    IS LEFT ONE PAST THE LAST CHARACTER.        *
014765*----------------------------------------------------------------*
014766 2760-JOIN-WORDS.
014767     MOVE SPACES TO WS-NAM-BUILD.
014768     MOVE 1 TO WS-NAM-BUILD-PTR.
014769     PERFORM 2765-JOIN-ONE-WORD THRU 2765-EXIT
014770         VARYING WS-NWD-IDX FROM WS-NAM-FROM BY 1
014771         UNTIL WS-NWD-IDX > WS-NAM-TO.
014772 2760-EXIT.
014773     EXIT.
014774*----------------------------------------------------------------*
014775* 2765-JOIN-ONE-WORD -- APPEND ONE WORD TO WS-NAM-BUILD          *
014776*----------------------------------------------------------------*
014777 2765-JOIN-ONE-WORD.
014778     IF WS-NAM-BUILD-PTR > 1
014779         STRING ' ' DELIMITED BY SIZE
014780             INTO WS-NAM-BUILD WITH POINTER WS-NAM-BUILD-PTR
014781         END-STRING
014782     END-IF.
014783     STRING WS-NWD-TEXT (WS-NWD-IDX) (1:WS-NWD-LEN (WS-NWD-IDX))
014784         DELIMITED BY SIZE
014785         INTO WS-NAM-BUILD WITH POINTER WS-NAM-BUILD-PTR
014786     END-STRING.
014787 2765-EXIT.
014788     EXIT.
014789*----------------------------------------------------------------*
014790* 2770-BUILD-SALUTATION -- DEAR MR. SMITH WHEN THERE IS AN       *
014791*                          HONORIFIC, DEAR ROBERT SMITH WHEN     *
014792*                          THERE IS NOT. ONE TOO LONG FOR THE    *
014793*                          FIELD FALLS BACK TO DEAR CUSTOMER.    *
014794*----------------------------------------------------------------*
014795 2770-BUILD-SALUTATION.
014796     MOVE SPACES TO NAM-SALUTATION.
014797     IF NAM-PREFIX NOT = SPACES
014798         STRING 'Dear ' DELIMITED BY SIZE
014799             NAM-PREFIX DELIMITED BY SPACE
014800             ' ' DELIMITED BY SIZE
014801             NAM-SURNAME DELIMITED BY '  '
014802             INTO NAM-SALUTATION
014803             ON OVERFLOW
014804                 MOVE 'Dear Customer' TO NAM-SALUTATION
014805         END-STRING
014806     ELSE
014807         STRING 'Dear ' DELIMITED BY SIZE
014808             NAM-GIVEN DELIMITED BY SPACE
014809             ' ' DELIMITED BY SIZE
014810             NAM-SURNAME DELIMITED BY '  '
014811             INTO NAM-SALUTATION
014812             ON OVERFLOW
014813                 MOVE 'Dear Customer' TO NAM-SALUTATION
014814         END-STRING
014815     END-IF.
014816 2770-EXIT.
014817     EXIT.
014818*----------------------------------------------------------------*
014819* 2780-STORE-NAME -- WRITE THE PARSED RECORD TO CNVNAME, OR      *
014820*                    REWRITE IT WHERE THE ID IS ALREADY ON FILE. *
014821*                    AN UNRESOLVED NAME IS STORED WITH BLANK     *
014822*                    COMPONENTS AND THE GENERIC SALUTATION AND   *
014823*                    LISTED ON NAMEXC. A FAILED STORE IS         *
014824*                    REPORTED BUT DOES NOT STOP THE NIGHT --     *
014825*                    CNVOUT IS ALREADY UPDATED.                  *
014826*----------------------------------------------------------------*
014827 2780-STORE-NAME.
014828     MOVE STR-ID TO NAM-ID.
014829     MOVE STR-SOURCE TO NAM-SOURCE.
014830     MOVE WS-PROCESS-DATE TO NAM-PARSE-DATE.
014831     MOVE STR-TEXT TO NAM-PARSED-TEXT.
014832     MOVE WS-NAM-ORDER TO NAM-NAME-ORDER.
014833     IF WS-NAM-REASON = SPACES
014834         SET NAM-RESOLVED TO TRUE
014835         PERFORM 2770-BUILD-SALUTATION THRU 2770-EXIT
014836         ADD 1 TO WS-COUNT-NAMES-PARSED
014837     ELSE
014838         MOVE SPACES TO NAM-COMPONENTS
014839         SET NAM-UNRESOLVED TO TRUE
014840         MOVE 'Dear Customer' TO NAM-SALUTATION
014841         PERFORM 2785-LIST-UNRESOLVED THRU 2785-EXIT
014842     END-IF.
014843     WRITE CNVNAME-RECORD
014844         INVALID KEY
014845             IF CNVNAME-DUPLICATE
014846                 REWRITE CNVNAME-RECORD
014847                     INVALID KEY
014848                         DISPLAY 'HELLO-WORLD: CNVNAME REWRITE '
014849                             'ERROR FOR ID ' STR-ID ' STATUS = '
014850                             WS-CNVNAME-STATUS
014851                 END-REWRITE
014852             ELSE
014853                 DISPLAY 'HELLO-WORLD: CNVNAME WRITE ERROR FOR '
014854                     'ID ' STR-ID ' STATUS = ' WS-CNVNAME-STATUS
014855             END-IF
014856     END-WRITE.
014857 2780-EXIT.
014858     EXIT.
014859*----------------------------------------------------------------*
014860* 2785-LIST-UNRESOLVED -- LIST AN UNRESOLVED NAME, AS RECEIVED,  *
014861*                         ON NAMEXC FOR THE FEEDER TEAM          *
014862*----------------------------------------------------------------*
014863 2785-LIST-UNRESOLVED.
014864     ADD 1 TO WS-COUNT-NAMES-UNRESOLVED.
014865     MOVE SPACES TO WS-NXC-LINE.
014866     MOVE STR-ID TO WS-NXC-ID.
014867     MOVE STR-SOURCE TO WS-NXC-SOURCE.
014868     MOVE STR-TEXT TO WS-NXC-NAME.
014869     MOVE WS-NAM-REASON TO WS-NXC-REASON.
014870     WRITE NAMEXC-RECORD FROM WS-NXC-LINE.
014871 2785-EXIT.
014872     EXIT.
014873*----------------------------------------------------------------*
014874* 2790-CHECK-NAME-CURRENT -- A DELTA RUN SKIPS AN UNCHANGED      *
014875*                            RECORD, BUT ITS PARSED NAME MAY BE  *
014876*                            MISSING (STORED BEFORE CNVNAME      *
014877*                            EXISTED) OR STALE (THE TEXT WAS PUT *
014878*                            BACK BY A BACKOUT OR A RESTORE).    *
014879*                            PARSE IT AGAIN IN EITHER CASE.      *
014880*----------------------------------------------------------------*
014881 2790-CHECK-NAME-CURRENT.
014882     MOVE STR-ID TO NAM-ID.
014883     READ CNVNAME
014884         INVALID KEY
014885             MOVE SPACES TO NAM-PARSED-TEXT
014886     END-READ.
014887     IF NAM-PARSED-TEXT NOT = STR-TEXT
014888         PERFORM 2700-PARSE-NAME THRU 2700-EXIT
014889     END-IF.
014890 2790-EXIT.
014891     EXIT.
014892*----------------------------------------------------------------*
014893* 8000-TERMINATE -- CLOSE FILES                                  *
014894*----------------------------------------------------------------*
014895 8000-TERMINATE.
014896*    A REFUSED RUN STILL FILES ITS AUDIT RECORD (STATUS S) SO
014897*    THE AUDRPT SECURITY SECTION SEES THE ATTEMPT, BUT WRITES
014898*    NO CONTROL TOTALS OR VENDOR TRAILER. RETURN CODE 12 IS
014899*    RESERVED FOR AUTHORIZATION REFUSALS.
014900     IF SECURITY-VIOLATION
014901         MOVE 12 TO RETURN-CODE
014902         PERFORM 8200-WRITE-AUDIT-RECORD THRU 8200-EXIT
014903         GO TO 8000-CLOSE
014904     END-IF.
014905     IF FATAL-ERROR
014906         MOVE 16 TO RETURN-CODE
014907     ELSE
014908         PERFORM 8100-WRITE-CONTROL-REPORT THRU 8100-EXIT
014909         PERFORM 8200-WRITE-AUDIT-RECORD THRU 8200-EXIT
014910         IF LBLOUT1-OPENED OR LBLOUT2-OPENED
014911             PERFORM 8300-WRITE-LABEL-TRAILER THRU 8300-EXIT
014912         END-IF
014913*        A RUN THAT SET FEEDER GROUPS ASIDE HAS APPLIED EVERYTHING
014914*        ELSE BUT IS NOT CLEAN -- RETURN CODE 4 FLAGS THE QUAROUT
014915*        GENERATION FOR FOLLOW-UP WITH THE FEEDER.
014916         IF WS-COUNT-QUAR-GROUPS > ZERO
014917             DISPLAY 'HELLO-WORLD: ' WS-COUNT-QUAR-GROUPS
014918                 ' FEEDER GROUP(S) QUARANTINED TO QUAROUT'
014919             MOVE 4 TO RETURN-CODE
014920         END-IF
014921*        AN ADDRESS MASTER READ ERROR HELD A LABEL FOR AN I/O
014922*        FAULT RATHER THAN FOR WANT OF AN ADDRESS -- NOT A CLEAN
014923*        NIGHT, SO THE RETURN CODE IS RAISED TO 4.
014924         IF WS-COUNT-ADR-ERROR > ZERO
014925             DISPLAY 'HELLO-WORLD: ' WS-COUNT-ADR-ERROR
014926                 ' LABEL(S) HELD FOR ADDRMST READ ERRORS'
014927             IF RETURN-CODE < 4
014928                 MOVE 4 TO RETURN-CODE
014929             END-IF
014930         END-IF
014931*        THE COMPLETED DATE IS FILED ON THE RUN-CONTROL JOURNAL
014932*        SO THE CALENDAR CHECK REFUSES AN ACCIDENTAL SECOND RUN.
014933         PERFORM 8400-WRITE-RUN-CONTROL THRU 8400-EXIT
014934     END-IF.
014935 8000-CLOSE.
014936     IF NAMEIN-OPENED
014937         CLOSE NAMEIN
014938     END-IF.
014939     IF RCYIN-OPENED
014940         CLOSE RCYIN
014941     END-IF.
014942     IF REJOUT-OPENED
014943         CLOSE REJOUT
014944     END-IF.
014945     IF CTLRPT-OPENED
014946         CLOSE CTLRPT
014947     END-IF.
014948     IF AUDITOUT-OPENED
014949         CLOSE AUDITOUT
014950     END-IF.
014951     IF RSTRTOUT-OPENED
014952         CLOSE RSTRTOUT
014953     END-IF.
014954     IF CNVOUT-OPENED
014955         CLOSE CNVOUT
014956     END-IF.
014957     IF LBLOUT1-OPENED
014958         CLOSE LBLOUT1
014959     END-IF.
014960     IF LBLOUT2-OPENED
014961         CLOSE LBLOUT2
014962     END-IF.
014963     IF CNVHIST-OPENED
014964         CLOSE CNVHIST
014965     END-IF.
014966     IF QUAROUT-OPENED
014967         CLOSE QUAROUT
014968     END-IF.
014969     IF ADDRMST-OPENED
014970         CLOSE ADDRMST
014971     END-IF.
014972     IF LBLHOLD-OPENED
014973         CLOSE LBLHOLD
014974     END-IF.
014975     IF CNVNAME-OPENED
014976         CLOSE CNVNAME
014977     END-IF.
014978     IF NAMEXC-OPENED
014979         CLOSE NAMEXC
014980     END-IF.
014981 8000-EXIT.
014982     EXIT.
014983*----------------------------------------------------------------*
014984* 8100-WRITE-CONTROL-REPORT -- WRITE THE END-OF-JOB CONTROL      *
014985*                             TOTALS REPORT                      *
014986*----------------------------------------------------------------*
014987 8100-WRITE-CONTROL-REPORT.
014988     MOVE SPACES TO CTLRPT-RECORD.
014989     MOVE 'HELLO-WORLD CASE-CONVERSION CONTROL TOTALS' TO
014990         CTLRPT-LABEL.
014991     WRITE CTLRPT-RECORD.
014992     MOVE SPACES TO CTLRPT-RECORD.
014993     WRITE CTLRPT-RECORD.
014994     MOVE SPACES TO CTLRPT-RECORD.
014995     MOVE 'RECORDS READ' TO CTLRPT-LABEL.
014996     MOVE WS-COUNT-READ TO CTLRPT-COUNT.
014997     WRITE CTLRPT-RECORD.
014998     MOVE SPACES TO CTLRPT-RECORD.
014999     MOVE 'RECORDS TRANSFORMED - UPPER-CASE' TO CTLRPT-LABEL.
015000     MOVE WS-COUNT-UPPER TO CTLRPT-COUNT.
015001     WRITE CTLRPT-RECORD.
015002     MOVE SPACES TO CTLRPT-RECORD.
015003     MOVE 'RECORDS TRANSFORMED - LOWER-CASE' TO CTLRPT-LABEL.
015004     MOVE WS-COUNT-LOWER TO CTLRPT-COUNT.
015005     WRITE CTLRPT-RECORD.
015010     MOVE SPACES TO CTLRPT-RECORD.
015020     MOVE 'RECORDS TRANSFORMED - TITLE-CASE' TO CTLRPT-LABEL.
015030     MOVE WS-COUNT-TITLE TO CTLRPT-COUNT.
015070         CTLRPT-LABEL.
015080     MOVE WS-COUNT-EXCEPTION TO CTLRPT-COUNT.
015090     WRITE CTLRPT-RECORD.
015091*    RECORDS FOR ERASED CUSTOMERS, READ BUT NEITHER CONVERTED NOR
015092*    REJECTED -- CNVBAL TIES THIS TO THE ERALIST REGISTER.
015093     MOVE SPACES TO CTLRPT-RECORD.
015094     MOVE 'RECORDS BYPASSED - ERASED ID' TO CTLRPT-LABEL.
015095     MOVE WS-COUNT-ERASED TO CTLRPT-COUNT.
015096     WRITE CTLRPT-RECORD.
015100     MOVE SPACES TO CTLRPT-RECORD.
015110     MOVE 'RECORDS REJECTED' TO CTLRPT-LABEL.
015120     MOVE WS-COUNT-REJECTED TO CTLRPT-COUNT.
015130     WRITE CTLRPT-RECORD.
015131*    NAMES PARSED ONTO CNVNAME AND NAMES LEFT UNRESOLVED (LISTED
015132*    ON NAMEXC). TOGETHER THEY TIE TO THE RECORDS THAT REACHED
015133*    CNVOUT PLUS ANY UNCHANGED DELTA RECORDS PARSED AGAIN.
015134     MOVE SPACES TO CTLRPT-RECORD.
015135     MOVE 'NAMES PARSED' TO CTLRPT-LABEL.
015136     MOVE WS-COUNT-NAMES-PARSED TO CTLRPT-COUNT.
015137     WRITE CTLRPT-RECORD.
015138     MOVE SPACES TO CTLRPT-RECORD.
015139     MOVE 'NAMES UNRESOLVED (SEE NAMEXC)' TO CTLRPT-LABEL.
015140     MOVE WS-COUNT-NAMES-UNRESOLVED TO CTLRPT-COUNT.
015141     WRITE CTLRPT-RECORD.
015142*    PER-VENDOR LABEL SUBTOTALS SO EACH TRANSMISSION TIES OUT
015143*    SEPARATELY AGAINST ITS OWN TRAILER.
015144     IF LBLOUT1-OPENED
015145         MOVE 1 TO WS-VND-LABEL-NO
015146         MOVE WS-VND-SENDER-ID (1) TO WS-VND-LABEL-SENDER
015147         MOVE SPACES TO CTLRPT-RECORD
015148         MOVE WS-VND-LABEL-WORK TO CTLRPT-LABEL
015149         MOVE WS-VND-LABELS (1) TO CTLRPT-COUNT
015150         WRITE CTLRPT-RECORD
015151     END-IF.
015152     IF LBLOUT2-OPENED
015153         MOVE 2 TO WS-VND-LABEL-NO
015154         MOVE WS-VND-SENDER-ID (2) TO WS-VND-LABEL-SENDER
015155         MOVE SPACES TO CTLRPT-RECORD
015156         MOVE WS-VND-LABEL-WORK TO CTLRPT-LABEL
015157         MOVE WS-VND-LABELS (2) TO CTLRPT-COUNT
015158         WRITE CTLRPT-RECORD
015159     END-IF.
015160     IF LBLOUT1-OPENED OR LBLOUT2-OPENED
015161         MOVE SPACES TO CTLRPT-RECORD
015162         MOVE 'LABELS ROUTED BY DEFAULT (NO RULE)' TO
015163             CTLRPT-LABEL
015164         MOVE WS-COUNT-DEFAULT-ROUTED TO CTLRPT-COUNT
015165         WRITE CTLRPT-RECORD
015166     END-IF.
015167*    LABEL NAMES WHOSE ACCENTED LETTERS WERE TRANSLITERATED FOR
015168*    THE VENDORS. CNVOUT KEEPS THESE NAMES AS RECEIVED.
015169     IF LBLOUT1-OPENED OR LBLOUT2-OPENED
015170         MOVE SPACES TO CTLRPT-RECORD
015171         MOVE 'LABEL NAMES TRANSLITERATED' TO CTLRPT-LABEL
015172         MOVE WS-COUNT-TRANSLIT TO CTLRPT-COUNT
015173         WRITE CTLRPT-RECORD
015174     END-IF.
015175*    LABELS HELD BACK BY DO-NOT-MAIL OR FOR WANT OF A VALID
015176*    ADDRESS. VENDOR LABELS PLUS THESE TIE TO THE TITLE-CASE
015177*    RECORDS THAT REACHED CNVOUT.
015178     IF LBLOUT1-OPENED OR LBLOUT2-OPENED
015179         MOVE SPACES TO CTLRPT-RECORD
015180         MOVE 'LABELS SUPPRESSED - DO-NOT-MAIL' TO CTLRPT-LABEL
015181         MOVE WS-COUNT-SUPPRESSED TO CTLRPT-COUNT
015182         WRITE CTLRPT-RECORD
015183         MOVE SPACES TO CTLRPT-RECORD
015184         MOVE '  SUPPRESSED - CUSTOMER REQUEST (C)' TO
015185             CTLRPT-LABEL
015186         MOVE WS-COUNT-SUPP-CUSTOMER TO CTLRPT-COUNT
015187         WRITE CTLRPT-RECORD
015188         MOVE SPACES TO CTLRPT-RECORD
015189         MOVE '  SUPPRESSED - UNDELIVERABLE (U)' TO CTLRPT-LABEL
015190         MOVE WS-COUNT-SUPP-UNDELIV TO CTLRPT-COUNT
015191         WRITE CTLRPT-RECORD
015192         MOVE SPACES TO CTLRPT-RECORD
015193         MOVE '  SUPPRESSED - DECEASED (D)' TO CTLRPT-LABEL
015194         MOVE WS-COUNT-SUPP-DECEASED TO CTLRPT-COUNT
015195         WRITE CTLRPT-RECORD
015196         MOVE SPACES TO CTLRPT-RECORD
015197         MOVE '  SUPPRESSED - LEGAL HOLD (L)' TO CTLRPT-LABEL
015198         MOVE WS-COUNT-SUPP-LEGAL TO CTLRPT-COUNT
015199         WRITE CTLRPT-RECORD
015200         MOVE SPACES TO CTLRPT-RECORD
015201         MOVE 'LABELS HELD - NO VALID ADDRESS' TO CTLRPT-LABEL
015202         MOVE WS-COUNT-NO-ADDRESS TO CTLRPT-COUNT
015203         WRITE CTLRPT-RECORD
015204     END-IF.
015205     IF DELTA-MODE
015206         MOVE SPACES TO CTLRPT-RECORD
015207         MOVE 'DELTA - RECORDS UNCHANGED (SKIPPED)' TO
015208             CTLRPT-LABEL
015209         MOVE WS-COUNT-UNCHANGED TO CTLRPT-COUNT
015210         WRITE CTLRPT-RECORD
015211         MOVE SPACES TO CTLRPT-RECORD
015212         MOVE 'DELTA - RECORDS CHANGED (REWRITTEN)' TO
015220             CTLRPT-LABEL
015230         MOVE WS-COUNT-CHANGED TO CTLRPT-COUNT
015240         WRITE CTLRPT-RECORD
015270         MOVE WS-COUNT-NEW TO CTLRPT-COUNT
015280         WRITE CTLRPT-RECORD
015290     END-IF.
015291*    FEEDER GROUPS SET ASIDE BY 1450, WITH ONE LINE PER GROUP
015292*    NAMING ITS POSITION, SOURCE AND REASON. THE COUNT COLUMN ON
015293*    THOSE LINES IS THE GROUP'S DETAIL RECORDS, NONE OF WHICH IS
015294*    IN RECORDS READ ABOVE.
015295     MOVE SPACES TO CTLRPT-RECORD.
015296     MOVE 'FEEDER GROUPS QUARANTINED' TO CTLRPT-LABEL.
015297     MOVE WS-COUNT-QUAR-GROUPS TO CTLRPT-COUNT.
015298     WRITE CTLRPT-RECORD.
015299     MOVE SPACES TO CTLRPT-RECORD.
015300     MOVE 'RECORDS QUARANTINED (NOT APPLIED)' TO CTLRPT-LABEL.
015301     MOVE WS-COUNT-QUAR-RECORDS TO CTLRPT-COUNT.
015302     WRITE CTLRPT-RECORD.
015303     IF WS-COUNT-QUAR-GROUPS > ZERO
015304         MOVE ZERO TO WS-GRP-IDX
015305         PERFORM 8120-WRITE-QUARANTINE-LINE THRU 8120-EXIT
015306             UNTIL WS-GRP-IDX >= WS-GRP-COUNT
015307     END-IF.
015308     IF WS-SRC-COUNT > ZERO
015310         MOVE SPACES TO CTLRPT-RECORD
015320         WRITE CTLRPT-RECORD
015330         MOVE ZERO TO WS-SRC-IDX
015340         PERFORM 8110-WRITE-SOURCE-TOTALS THRU 8110-EXIT
015350             UNTIL WS-SRC-IDX >= WS-SRC-COUNT
015360     END-IF.
015363*    THE SAME PER-SOURCE TOTALS, WITH THE REJECT REASONS, ARE
015366*    FILED ON THE DATA-QUALITY HISTORY FOR THE DQSRPT SCORECARD.
015369     PERFORM 8500-WRITE-QUALITY-HISTORY THRU 8500-EXIT.
015370 8100-EXIT.
015380     EXIT.
015390*----------------------------------------------------------------*
015610     WRITE CTLRPT-RECORD.
015620 8110-EXIT.
015630     EXIT.
015631*----------------------------------------------------------------*
015632* 8120-WRITE-QUARANTINE-LINE -- ONE CONTROL-REPORT LINE FOR THE  *
015633*                            NEXT GROUP, IF IT WAS QUARANTINED   *
015634*----------------------------------------------------------------*
015635 8120-WRITE-QUARANTINE-LINE.
015636     ADD 1 TO WS-GRP-IDX.
015637     IF NOT GROUP-QUARANTINED (WS-GRP-IDX)
015638         GO TO 8120-EXIT
015639     END-IF.
015640     MOVE WS-GRP-IDX TO WS-QUA-LABEL-GROUP.
015641     MOVE WS-GRP-SOURCE (WS-GRP-IDX) TO WS-QUA-LABEL-SOURCE.
015642     MOVE WS-GRP-REASON (WS-GRP-IDX) TO WS-QUA-LABEL-REASON.
015643     MOVE SPACES TO CTLRPT-RECORD.
015644     MOVE WS-QUA-LABEL-WORK TO CTLRPT-LABEL.
015645     MOVE WS-GRP-DETAILS (WS-GRP-IDX) TO CTLRPT-COUNT.
015646     WRITE CTLRPT-RECORD.
015647 8120-EXIT.
015648     EXIT.
015649*----------------------------------------------------------------*
015650* 8200-WRITE-AUDIT-RECORD -- WRITE A ONE-LINE AUDIT TRAIL RECORD *
015660*                           OF WHO RAN WHICH TRANSFORMATION      *
015670*                           AND WHEN                             *
015680*----------------------------------------------------------------*
015690 8200-WRITE-AUDIT-RECORD.
015700     MOVE SPACES TO AUDITOUT-RECORD.
015720     MOVE WS-RUN-DATE TO AUD-RUN-DATE.
015730     MOVE WS-RUN-TIME TO AUD-RUN-TIME.
015740     MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID.
015786     ELSE
015788         MOVE 'C' TO AUD-STATUS
015789     END-IF.
015790     MOVE WS-COUNT-QUAR-GROUPS TO AUD-QUAR-GROUPS.
015791     MOVE WS-COUNT-QUAR-RECORDS TO AUD-QUAR-RECORDS.
015792     IF WS-COUNT-QUAR-GROUPS > ZERO AND NOT SECURITY-VIOLATION
015793         MOVE 'Q' TO AUD-STATUS
015794         MOVE ZERO TO WS-GRP-IDX
015795         MOVE ZERO TO WS-QUAR-AUD-IDX
015796         PERFORM 8210-SAVE-QUARANTINE-ENTRY THRU 8210-EXIT
015797             UNTIL WS-GRP-IDX >= WS-GRP-COUNT
015798     END-IF.
015799     WRITE AUDITOUT-RECORD.
015800 8200-EXIT.
015801     EXIT.
015802*----------------------------------------------------------------*
015803* 8210-SAVE-QUARANTINE-ENTRY -- CARRY THE NEXT QUARANTINED       *
015804*                            GROUP'S SOURCE AND REASON CODE ON   *
015805*                            THE AUDIT RECORD. THE RECORD HOLDS  *
015806*                            THREE; AUD-QUAR-GROUPS GIVES THE    *
015807*                            FULL COUNT AND CTLRPT LISTS THEM    *
015808*                            ALL.                                *
015809*----------------------------------------------------------------*
015810 8210-SAVE-QUARANTINE-ENTRY.
015811     ADD 1 TO WS-GRP-IDX.
015812     IF NOT GROUP-QUARANTINED (WS-GRP-IDX)
015813         GO TO 8210-EXIT
015814     END-IF.
015815     IF WS-QUAR-AUD-IDX NOT < 3
015816         GO TO 8210-EXIT
015817     END-IF.
015818     ADD 1 TO WS-QUAR-AUD-IDX.
015819     MOVE WS-GRP-SOURCE (WS-GRP-IDX)
015820         TO AUD-QUAR-SOURCE (WS-QUAR-AUD-IDX).
015821     MOVE WS-GRP-REASON-CODE (WS-GRP-IDX)
015822         TO AUD-QUAR-REASON (WS-QUAR-AUD-IDX).
015823 8210-EXIT.
015824     EXIT.
015825*----------------------------------------------------------------*
015830* 8300-WRITE-LABEL-TRAILER -- CLOSE EACH VENDOR TRANSMISSION     *
015840*                            WITH THE COUNT OF LABELS ON THAT    *
015850*                            FILE. ON A NORMAL RUN THE VENDOR    *
015952     END-IF.
015970 8300-EXIT.
015980     EXIT.
015990*----------------------------------------------------------------*
016000* 8400-WRITE-RUN-CONTROL -- FILE THE COMPLETED BUSINESS DATE ON  *
016010*                           THE RUN-CONTROL JOURNAL (DISP=MOD,   *
016020*                           SO THE ENTRY IS APPENDED): STATUS C, *
016030*                           OR Q WHEN FEEDER GROUPS WERE         *
016040*                           QUARANTINED. A JOURNAL THAT CANNOT   *
016050*                           BE WRITTEN LEAVES THE DATE           *
016060*                           OUTSTANDING ON THE CALENDAR AND      *
016070*                           RAISES THE RETURN CODE TO 4 SO       *
016080*                           OPERATIONS FILES THE ENTRY BY HAND.  *
016090*----------------------------------------------------------------*
016100 8400-WRITE-RUN-CONTROL.
016110     OPEN OUTPUT RUNCTL.
016120     IF NOT RUNCTL-OK
016130         DISPLAY 'HELLO-WORLD: UNABLE TO OPEN RUNCTL, STATUS = '
016140             WS-RUNCTL-STATUS
016150         GO TO 8400-NOT-FILED
016160     END-IF.
016170     MOVE SPACES TO RUNCTL-RECORD.
016180     MOVE WS-PROCESS-DATE TO RUN-BUS-DATE.
016190     IF WS-COUNT-QUAR-GROUPS > ZERO
016200         SET RUN-STATUS-QUARANTINE TO TRUE
016210     ELSE
016220         SET RUN-STATUS-COMPLETED TO TRUE
016230     END-IF.
016240     MOVE WS-RUN-DATE TO RUN-RUN-DATE.
016250     MOVE WS-RUN-TIME TO RUN-RUN-TIME.
016260     MOVE WS-JOB-ID TO RUN-JOB-ID.
016270     MOVE WS-OPERATOR-ID TO RUN-OPERATOR-ID.
016280     MOVE 'HELLOWLD' TO RUN-PROGRAM.
016290     MOVE WS-RERUN-SW TO RUN-RERUN-IND.
016300     MOVE WS-CAL-OVERRIDE-SW TO RUN-OVERRIDE-IND.
016310     MOVE WS-COUNT-READ TO RUN-COUNT-READ.
016320     WRITE RUNCTL-RECORD.
016330     IF NOT RUNCTL-OK
016340         DISPLAY 'HELLO-WORLD: RUNCTL WRITE FAILED, STATUS = '
016350             WS-RUNCTL-STATUS
016360         CLOSE RUNCTL
016370         GO TO 8400-NOT-FILED
016380     END-IF.
016390     CLOSE RUNCTL.
016400     GO TO 8400-EXIT.
016410 8400-NOT-FILED.
016420     DISPLAY 'HELLO-WORLD: BUSINESS DATE ' WS-PROCESS-DATE
016430         ' NOT FILED ON THE RUN-CONTROL JOURNAL'.
016440     IF RETURN-CODE < 4
016450         MOVE 4 TO RETURN-CODE
016460     END-IF.
016470 8400-EXIT.
016480     EXIT.
016490*----------------------------------------------------------------*
016500* 8500-WRITE-QUALITY-HISTORY -- FILE ONE DATA-QUALITY HISTORY    *
016510*                               ENTRY PER FEEDER-SYSTEM CODE FOR *
016520*                               THE BUSINESS DATE. DQHIST IS     *
016530*                               CUMULATIVE (DISP=MOD) LIKE       *
016540*                               RUNCTL; A RERUN FILES THE DATE   *
016550*                               AGAIN AND THE LAST ENTRY FILED   *
016560*                               STANDS. AN ENTRY THAT CANNOT BE  *
016570*                               FILED RAISES THE RETURN CODE TO  *
016580*                               4 -- THE DAY'S CONVERSION STANDS,*
016590*                               ONLY THE SCORECARD IS SHORT.     *
016600*----------------------------------------------------------------*
016610 8500-WRITE-QUALITY-HISTORY.
016620     IF WS-SRC-COUNT = ZERO
016630         GO TO 8500-EXIT
016640     END-IF.
016650     OPEN OUTPUT DQHIST.
016660     IF NOT DQHIST-OK
016670         DISPLAY 'HELLO-WORLD: UNABLE TO OPEN DQHIST, STATUS = '
016680             WS-DQHIST-STATUS
016690         GO TO 8500-NOT-FILED
016700     END-IF.
016710     MOVE ZERO TO WS-SRC-IDX.
016720     PERFORM 8510-WRITE-SOURCE-QUALITY THRU 8510-EXIT
016730         UNTIL WS-SRC-IDX >= WS-SRC-COUNT
016740         OR NOT DQHIST-OK.
016750     IF NOT DQHIST-OK
016760         DISPLAY 'HELLO-WORLD: DQHIST WRITE FAILED, STATUS = '
016770             WS-DQHIST-STATUS
016780         CLOSE DQHIST
016790         GO TO 8500-NOT-FILED
016800     END-IF.
016810     CLOSE DQHIST.
016820     GO TO 8500-EXIT.
016830 8500-NOT-FILED.
016840     DISPLAY 'HELLO-WORLD: BUSINESS DATE ' WS-PROCESS-DATE
016850         ' NOT FILED ON THE DATA-QUALITY HISTORY'.
016860     IF RETURN-CODE < 4
016870         MOVE 4 TO RETURN-CODE
016880     END-IF.
016890 8500-EXIT.
016900     EXIT.
016910*----------------------------------------------------------------*
016920* 8510-WRITE-SOURCE-QUALITY -- WRITE THE HISTORY ENTRY FOR THE   *
016930*                              NEXT SOURCE ENTRY                 *
016940*----------------------------------------------------------------*
016950 8510-WRITE-SOURCE-QUALITY.
016960     ADD 1 TO WS-SRC-IDX.
016970     MOVE SPACES TO DQSTAT-RECORD.
016980     MOVE WS-PROCESS-DATE TO DQS-BUS-DATE.
016990     MOVE WS-SRC-CODE (WS-SRC-IDX) TO DQS-SOURCE.
017000     MOVE WS-RUN-DATE TO DQS-RUN-DATE.
017010     MOVE WS-RUN-TIME TO DQS-RUN-TIME.
017020     MOVE WS-JOB-ID TO DQS-JOB-ID.
017030     MOVE WS-RERUN-SW TO DQS-RERUN-IND.
017040     MOVE WS-DELTA-SWITCH TO DQS-DELTA-IND.
017050     MOVE WS-SRC-READ (WS-SRC-IDX) TO DQS-COUNT-READ.
017060     MOVE WS-SRC-VALID (WS-SRC-IDX) TO DQS-COUNT-VALID.
017070     MOVE WS-SRC-REJECTED (WS-SRC-IDX) TO DQS-COUNT-REJECTED.
017080     MOVE WS-SRC-REJ-BLANK (WS-SRC-IDX) TO DQS-REJ-BLANK.
017090     MOVE WS-SRC-REJ-NON-ALPHA (WS-SRC-IDX) TO DQS-REJ-NON-ALPHA.
017100     MOVE WS-SRC-REJ-DUP-ID (WS-SRC-IDX) TO DQS-REJ-DUP-EXTRACT.
017110     MOVE WS-SRC-REJ-CROSS-SRC (WS-SRC-IDX)
017120         TO DQS-REJ-CROSS-SOURCE.
017130     MOVE WS-SRC-REJ-WRITE-FAIL (WS-SRC-IDX)
017140         TO DQS-REJ-WRITE-FAILED.
017150     MOVE WS-SRC-REJ-OTHER (WS-SRC-IDX) TO DQS-REJ-OTHER.
017160     MOVE WS-SRC-EXCEPTION (WS-SRC-IDX) TO DQS-COUNT-EXCEPTION.
017170     WRITE DQSTAT-RECORD.
017180 8510-EXIT.
017190     EXIT.
