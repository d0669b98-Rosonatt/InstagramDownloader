000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. FIXITYAUDIT.
000120 AUTHOR. R-SONATT.
000130 INSTALLATION. MEDIA-ARCHIVE-UNIT.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-15  RS   ORIGINAL PROGRAM - PERIODIC FIXITY AUDIT OF THE
000200*                  ARCHIVE. WALKS THE CHECKSUM-INDEX THE NIGHTLY
000210*                  RUN BUILDS, RE-COMPUTES THE MD5 OF EACH
000220*                  INDEXED FILE IN ITS CK-PATH FOLDER (NAMED BY
000230*                  THE TITLE CAPTURED IN METADATA-FILE) AND
000240*                  REPORTS EVERY URL AS MATCH, ALTERED OR MISSING.
000250*                  AN ALTERED FILE HAS ITS DOWNLOAD-MASTER ENTRY
000260*                  RESET FROM SUCCESS TO FAILED, WITH THE SAME
000270*                  AUDIT LINE MASTERMAINT WRITES TO DMNTAUD, AND
000280*                  ITS INDEX ENTRY DROPPED, SO TONIGHT'S RUN
000290*                  RE-FETCHES AND RE-REGISTERS IT.
000300*                  THE INDEX IS COVERED IN SLICES OF FIXITY-SLICE
000310*                  ENTRIES (CONFIG, DEFAULT 500) WITH ITS OWN
000320*                  CHECKPOINT (FXCHKPT), SO A LARGE ARCHIVE IS
000330*                  CERTIFIED OVER SEVERAL NIGHTS. EXIT CODE 1 WHEN
000340*                  THE SLICE FOUND ANY ALTERED OR MISSING FILE.
000342* 2026-10-15  RS   CLAIM THE SHARED RUN-LOCK BEFORE OPENING THE
000344*                  INDEX AND THE MASTER AND REFUSE TO RUN (RC 4)
000346*                  WHILE ANOTHER DOWNLOAD-MASTER JOB HOLDS IT.
000347* 2026-10-15  RS   VERIFY A CAROUSEL SLIDE AGAINST ITS OWN FILE,
000348*                  NAMED IN MEDIA-ITEMS (MDITEMS): A SLIDE GONE
000349*                  FROM DISK IS MISSING, NOT ALTERED.
000350* 2026-10-15  RS   DELETE AN ALTERED FILE BEFORE ITS INDEX ENTRY
000351*                  AND MASTER ENTRY ARE RESET, SO NO UNTRACKED
000352*                  COPY STAYS IN ITS FOLDER. THE DELETION IS
000353*                  SHOWN ON THE REPORT AND LOGGED IN MAINT-AUDIT
000354*                  WITH THE FILE'S PATH.
000355*----------------------------------------------------------------
000360
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400
000410     SELECT CHECKSUM-INDEX ASSIGN TO "CKINDEX"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS CK-SUM
000450         FILE STATUS IS WS-CKINDEX-STATUS.
000460
000470     SELECT DOWNLOAD-MASTER ASSIGN TO "DMASTER"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS DM-URL
000510         FILE STATUS IS WS-DMASTER-STATUS.
000520
000530     SELECT METADATA-FILE ASSIGN TO "METADATA"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-METADATA-STATUS.
000560
000562     SELECT MEDIA-ITEMS ASSIGN TO "MDITEMS"
000564         ORGANIZATION IS LINE SEQUENTIAL
000566         FILE STATUS IS WS-ITEMS-STATUS.
000568
000570     SELECT FIXITY-CHECKPOINT ASSIGN TO "FXCHKPT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-FXCHKPT-STATUS.
000600
000610     SELECT FIXITY-STAGING ASSIGN TO "FXSTAGE"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-STAGE-STATUS.
000640
000650     SELECT FIXITY-REPORT ASSIGN TO "FXRPT"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-REPORT-STATUS.
000680
000690     SELECT MAINT-AUDIT ASSIGN TO "DMNTAUD"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-AUDIT-STATUS.
000720
000730     SELECT CONFIG-FILE ASSIGN TO "CONFIG"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-CONFIG-STATUS.
000760
000762     SELECT RUN-LOCK ASSIGN TO "RUNLOCK"
000764         ORGANIZATION IS LINE SEQUENTIAL
000766         FILE STATUS IS WS-RUNLOCK-STATUS.
000768
000770 DATA DIVISION.
000780 FILE SECTION.
000790
000800*----------------------------------------------------------------
000810* CKINDEX-RECORD MATCHES THE NIGHTLY PROGRAM'S LAYOUT: THE MD5 OF
000820* THE FIRST-ARCHIVED COPY OF A PIECE OF CONTENT, THE URL IT CAME
000830* FROM AND THE downloads/TYPE/YYYY-MM-DD FOLDER IT LANDED IN.
000840*----------------------------------------------------------------
000850 FD  CHECKSUM-INDEX
000860     RECORD CONTAINS 211 CHARACTERS.
000870 01  CKINDEX-RECORD.
000880     05  CK-SUM                  PIC X(32).
000890     05  CK-URL                  PIC X(100).
000900     05  CK-PATH                 PIC X(60).
000910     05  CK-TIMESTAMP            PIC X(19).
000920
000930 FD  DOWNLOAD-MASTER
000940     RECORD CONTAINS 163 CHARACTERS.
000950 01  MASTER-RECORD.
000960     05  DM-URL                  PIC X(100).
000970     05  DM-CONTENT-TYPE         PIC X(10).
000980     05  DM-STATUS               PIC X(10).
000990     05  DM-FIRST-ATTEMPT        PIC X(19).
001000     05  DM-LAST-ATTEMPT         PIC X(19).
001010     05  DM-ATTEMPT-COUNT        PIC 9(05).
001020
001030 FD  METADATA-FILE
001040     RECORD CONTAINS 265 CHARACTERS.
001050 01  METADATA-RECORD.
001060     05  MD-TIMESTAMP            PIC X(19).
001070     05  FILLER                  PIC X(01).
001080     05  MD-CONTENT-TYPE         PIC X(10).
001090     05  FILLER                  PIC X(01).
001100     05  MD-URL                  PIC X(100).
001110     05  FILLER                  PIC X(01).
001120     05  MD-TITLE                PIC X(100).
001130     05  FILLER                  PIC X(01).
001140     05  MD-DURATION             PIC X(10).
001150     05  FILLER                  PIC X(01).
001160     05  MD-UPLOAD-DATE          PIC X(10).
001170     05  FILLER                  PIC X(01).
001180     05  MD-LIKE-COUNT           PIC X(10).
001190
001191*----------------------------------------------------------------
001192* MEDIA-ITEMS IS WRITTEN BY THE NIGHTLY RUN, ONE RECORD PER FILE
001193* A DOWNLOAD LEFT ON DISK (EACH SLIDE OF A CAROUSEL), WITH THE
001194* NUMBER OF SLIDES THE POST HAS AND THE CHECKSUM INDEXED FOR IT.
001195*----------------------------------------------------------------
001196 FD  MEDIA-ITEMS
001197     RECORD CONTAINS 360 CHARACTERS.
001198 01  MEDIA-ITEM-RECORD.
001199     05  MI-TIMESTAMP            PIC X(19).
001200     05  FILLER                  PIC X(01).
001201     05  MI-CONTENT-TYPE         PIC X(10).
001202     05  FILLER                  PIC X(01).
001203     05  MI-URL                  PIC X(100).
001204     05  FILLER                  PIC X(01).
001205     05  MI-ITEM-NUMBER          PIC 9(03).
001206     05  FILLER                  PIC X(01).
001207     05  MI-ITEM-COUNT           PIC 9(03).
001208     05  FILLER                  PIC X(01).
001209     05  MI-MEDIA-KIND           PIC X(05).
001210     05  FILLER                  PIC X(01).
001211     05  MI-CHECKSUM             PIC X(32).
001212     05  FILLER                  PIC X(01).
001213     05  MI-FOLDER               PIC X(60).
001214     05  FILLER                  PIC X(01).
001215     05  MI-FILE-NAME            PIC X(120).
001216
001217*----------------------------------------------------------------
001218* FIXITY-CHECKPOINT CARRIES THE LAST INDEX KEY AUDITED, THE DATE
001220* THE CURRENT PASS OVER THE INDEX BEGAN AND THE PASS TOTALS SO
001230* FAR. A BLANK KEY MEANS THE NEXT RUN STARTS A NEW PASS AT THE
001240* TOP OF THE INDEX.
001250*----------------------------------------------------------------
001260 FD  FIXITY-CHECKPOINT
001270     RECORD CONTAINS 77 CHARACTERS.
001280 01  FIXITY-CHECKPOINT-RECORD.
001290     05  FXC-LAST-SUM            PIC X(32).
001300     05  FXC-CYCLE-START         PIC X(10).
001310     05  FXC-TOTAL-CHECKED       PIC 9(07).
001320     05  FXC-TOTAL-MATCH         PIC 9(07).
001330     05  FXC-TOTAL-ALTERED       PIC 9(07).
001340     05  FXC-TOTAL-MISSING       PIC 9(07).
001350     05  FXC-TOTAL-UNVERIFIED    PIC 9(07).
001360
001370 FD  FIXITY-STAGING
001380     RECORD CONTAINS 200 CHARACTERS.
001390 01  STAGE-LINE                  PIC X(200).
001400
001410 FD  FIXITY-REPORT
001420     RECORD CONTAINS 132 CHARACTERS.
001430 01  REPORT-LINE                 PIC X(132).
001440
001450*----------------------------------------------------------------
001460* MAINT-AUDIT IS MASTERMAINT'S AUDIT TRAIL. EVERY MASTER ENTRY
001470* THIS PROGRAM RESETS IS APPENDED THERE IN THE SAME LAYOUT, SO
001480* ALL CHANGES TO THE MASTER STAY IN ONE ACCOUNTABLE PLACE. AN
001482* ALTERED FILE DELETED FROM DISK GETS A LINE OF ITS OWN, WITH THE
001484* FILE'S PATH IN THE URL FIELD AND "ALTERADO" -> "APAGADO" AS
001486* ITS STATUSES.
001490*----------------------------------------------------------------
001500 FD  MAINT-AUDIT
001510     RECORD CONTAINS 151 CHARACTERS.
001520 01  AUDIT-RECORD.
001530     05  AUD-TIMESTAMP           PIC X(19).
001540     05  FILLER                  PIC X(01) VALUE SPACE.
001550     05  AUD-ACTION              PIC X(08).
001560     05  FILLER                  PIC X(01) VALUE SPACE.
001570     05  AUD-URL                 PIC X(100).
001580     05  FILLER                  PIC X(01) VALUE SPACE.
001590     05  AUD-OLD-STATUS          PIC X(10).
001600     05  FILLER                  PIC X(01) VALUE SPACE.
001610     05  AUD-NEW-STATUS          PIC X(10).
001620
001630 FD  CONFIG-FILE
001640     RECORD CONTAINS 80 CHARACTERS.
001650 01  CONFIG-RECORD.
001660     05  CFG-LINE                PIC X(80).
001661
001662 FD  RUN-LOCK
001663     RECORD CONTAINS 28 CHARACTERS.
001664 01  RUN-LOCK-RECORD.
001665     05  RLK-PROGRAM             PIC X(08).
001666     05  FILLER                  PIC X(01).
001667     05  RLK-START-STAMP         PIC X(19).
001670
001680 WORKING-STORAGE SECTION.
001690
001700*----------------------------------------------------------------
001710* STANDALONE ITEMS
001720*----------------------------------------------------------------
001730 77  WS-CKINDEX-STATUS           PIC X(02)  VALUE "00".
001740 77  WS-DMASTER-STATUS           PIC X(02)  VALUE "00".
001750 77  WS-METADATA-STATUS          PIC X(02)  VALUE "00".
001760 77  WS-FXCHKPT-STATUS           PIC X(02)  VALUE "00".
001770 77  WS-STAGE-STATUS             PIC X(02)  VALUE "00".
001780 77  WS-REPORT-STATUS            PIC X(02)  VALUE "00".
001790 77  WS-AUDIT-STATUS             PIC X(02)  VALUE "00".
001800 77  WS-CONFIG-STATUS            PIC X(02)  VALUE "00".
001802 77  WS-ITEMS-STATUS             PIC X(02)  VALUE "00".
001804 77  WS-RUNLOCK-STATUS           PIC X(02)  VALUE "00".
001806 77  WS-LOCK-HOLDER              PIC X(08).
001808 77  WS-LOCK-SINCE               PIC X(19).
001810 77  COMMAND                     PIC X(250).
001820 77  WS-SYSTEM-RC                PIC S9(9)  VALUE ZERO.
001830 77  WS-DIVIDE-REMAINDER         PIC 9(05)  COMP  VALUE ZERO.
001840 77  WS-CFG-KEYWORD              PIC X(20).
001850 77  WS-CFG-VALUE                PIC X(20).
001860 77  WS-TIMESTAMP                PIC X(19).
001870 77  WS-TODAY-TEXT               PIC X(10).
001880 77  WS-LAST-SUM                 PIC X(32)  VALUE SPACES.
001890 77  WS-CYCLE-START              PIC X(10)  VALUE SPACES.
001900 77  WS-MASTER-STATUS            PIC X(10).
001910 77  WS-OLD-STATUS               PIC X(10).
001920 77  WS-NEW-STATUS               PIC X(10).
001930 77  WS-CHECK-TITLE              PIC X(100).
001940 77  WS-TITLE-LEN                PIC 9(05)  COMP  VALUE ZERO.
001950 77  WS-UNSAFE-COUNT             PIC 9(05)  COMP  VALUE ZERO.
001952 77  WS-CHECK-FILE               PIC X(120).
001954 77  WS-FILE-LEN                 PIC 9(05)  COMP  VALUE ZERO.
001960 77  WS-STAGE-LINES              PIC 9(05)  COMP  VALUE ZERO.
001970 77  WS-RESULT-TOKEN             PIC X(10).
001980 77  WS-RESULT-NOTE              PIC X(40).
001985 77  WS-REMOVED-PATH             PIC X(181).
001990 77  WS-SLICE-CHECKED            PIC 9(07)  COMP  VALUE ZERO.
002000 77  WS-SLICE-MATCH              PIC 9(07)  COMP  VALUE ZERO.
002010 77  WS-SLICE-ALTERED            PIC 9(07)  COMP  VALUE ZERO.
002020 77  WS-SLICE-MISSING            PIC 9(07)  COMP  VALUE ZERO.
002030 77  WS-SLICE-UNVERIFIED         PIC 9(07)  COMP  VALUE ZERO.
002040 77  WS-SLICE-PURGED             PIC 9(07)  COMP  VALUE ZERO.
002050 77  WS-SLICE-RESET              PIC 9(07)  COMP  VALUE ZERO.
002060 77  WS-CYCLE-CHECKED            PIC 9(07)  COMP  VALUE ZERO.
002070 77  WS-CYCLE-MATCH              PIC 9(07)  COMP  VALUE ZERO.
002080 77  WS-CYCLE-ALTERED            PIC 9(07)  COMP  VALUE ZERO.
002090 77  WS-CYCLE-MISSING            PIC 9(07)  COMP  VALUE ZERO.
002100 77  WS-CYCLE-UNVERIFIED         PIC 9(07)  COMP  VALUE ZERO.
002110 77  WS-COUNT-DISPLAY            PIC ZZZZZZ9.
002120
002130*----------------------------------------------------------------
002140* CURRENT DATE / TIME WORK AREAS (USED TO BUILD WS-TIMESTAMP)
002150*----------------------------------------------------------------
002160 01  WS-CURRENT-DATE-FIELDS.
002170     05  WS-CD-YYYY              PIC 9(04).
002180     05  WS-CD-MM                PIC 9(02).
002190     05  WS-CD-DD                PIC 9(02).
002200
002210 01  WS-CURRENT-TIME-FIELDS.
002220     05  WS-CT-HH                PIC 9(02).
002230     05  WS-CT-MM                PIC 9(02).
002240     05  WS-CT-SS                PIC 9(02).
002250     05  WS-CT-HH2               PIC 9(02).
002260
002270*----------------------------------------------------------------
002280* SWITCHES
002290*----------------------------------------------------------------
002300 01  WS-SWITCHES.
002310     05  WS-INDEX-EOF-SWITCH     PIC X(01)  VALUE "N".
002320         88  WS-END-OF-INDEX                VALUE "Y".
002330     05  WS-MD-EOF-SWITCH        PIC X(01)  VALUE "N".
002340         88  WS-END-OF-METADATA             VALUE "Y".
002342     05  WS-ITEMS-EOF-SWITCH     PIC X(01)  VALUE "N".
002344         88  WS-END-OF-ITEMS                VALUE "Y".
002350     05  WS-STAGE-EOF-SWITCH     PIC X(01)  VALUE "N".
002360         88  WS-END-OF-STAGE                VALUE "Y".
002370     05  WS-CONFIG-EOF-SWITCH    PIC X(01)  VALUE "N".
002380         88  WS-END-OF-CONFIG               VALUE "Y".
002390     05  WS-TRIM-DONE-SWITCH     PIC X(01)  VALUE "N".
002400         88  WS-TRIM-DONE                   VALUE "Y".
002410         88  WS-TRIM-MORE                   VALUE "N".
002420     05  WS-SUM-MATCH-SWITCH     PIC X(01)  VALUE "N".
002430         88  WS-SUM-MATCHED                 VALUE "Y".
002440         88  WS-SUM-NOT-MATCHED             VALUE "N".
002450     05  WS-MASTER-FOUND-SWITCH  PIC X(01)  VALUE "N".
002460         88  WS-MASTER-WAS-FOUND            VALUE "Y".
002470         88  WS-MASTER-NOT-FOUND            VALUE "N".
002472     05  WS-RUNLOCK-SWITCH       PIC X(01)  VALUE "N".
002474         88  WS-RUN-LOCK-HELD               VALUE "Y".
002476         88  WS-RUN-LOCK-FREE               VALUE "N".
002477     05  WS-ALTERED-FILE-SWITCH  PIC X(01)  VALUE "N".
002478         88  WS-ALTERED-FILE-GONE           VALUE "Y".
002479         88  WS-ALTERED-FILE-KEPT           VALUE "N".
002480
002490*----------------------------------------------------------------
002500* SLICE TABLE - THE RUN'S SHARE OF THE CHECKSUM-INDEX, LOADED
002510* FROM THE CHECKPOINTED KEY ONWARD AND THEN GIVEN ITS TITLES IN
002520* ONE PASS OVER METADATA-FILE, SO THE INDEX WALK NEVER HAS TO
002525* HOLD THE WHOLE METADATA HISTORY IN STORAGE. AN ENTRY THAT IS A
002530* CAROUSEL SLIDE ALSO GETS THE FILE NAME MEDIA-ITEMS RECORDS FOR
002535* IT, IN ONE PASS OVER THAT FILE.
002540*----------------------------------------------------------------
002550 01  WS-SLICE-TABLE.
002560     05  WS-SLICE-ENTRY          OCCURS 1000 TIMES
002570                                  INDEXED BY WS-SLC-IDX.
002580         10  WS-SLC-SUM          PIC X(32).
002590         10  WS-SLC-URL          PIC X(100).
002600         10  WS-SLC-PATH         PIC X(60).
002610         10  WS-SLC-TITLE        PIC X(100).
002620         10  WS-SLC-TITLE-SW     PIC X(01).
002630             88  WS-SLC-HAS-TITLE           VALUE "Y".
002635         10  WS-SLC-FILE         PIC X(120).
002640
002650 77  WS-SLC-COUNT                PIC 9(05)  COMP  VALUE ZERO.
002660 77  WS-SLICE-MAX                PIC 9(05)  COMP  VALUE 500.
002670 77  WS-SLICE-TABLE-MAX          PIC 9(05)  COMP  VALUE 1000.
002680
002690 PROCEDURE DIVISION.
002700
002710*----------------------------------------------------------------
002720* MAIN-PROCEDURE
002730*   PICKS UP THE PASS WHERE THE LAST RUN LEFT IT, LOADS AND
002740*   VERIFIES ONE SLICE OF THE CHECKSUM-INDEX, REPORTS IT AND
002750*   MOVES THE CHECKPOINT ON.
002760*----------------------------------------------------------------
002770 MAIN-PROCEDURE.
002780     DISPLAY "Auditoria de fixidade do acervo".
002790     PERFORM BUILD-TIMESTAMP.
002800     DISPLAY "Inicio: " WS-TIMESTAMP.
002810     MOVE WS-TIMESTAMP(1:10) TO WS-TODAY-TEXT.
002811
002812     PERFORM ACQUIRE-RUN-LOCK.
002813     IF WS-RUN-LOCK-FREE
002814         MOVE 4 TO RETURN-CODE
002815         STOP RUN
002816     END-IF.
002820
002830     PERFORM LOAD-CONFIG.
002840
002850     OPEN I-O CHECKSUM-INDEX.
002860     IF WS-CKINDEX-STATUS NOT = "00"
002870         DISPLAY "CHECKSUM-INDEX ausente, nada a verificar"
002880         MOVE 0 TO RETURN-CODE
002885         PERFORM RELEASE-RUN-LOCK
002890         STOP RUN
002900     END-IF.
002910
002920     OPEN I-O DOWNLOAD-MASTER.
002930     IF WS-DMASTER-STATUS NOT = "00"
002940         DISPLAY "Nao foi possivel abrir DOWNLOAD-MASTER"
002950         CLOSE CHECKSUM-INDEX
002960         MOVE 1 TO RETURN-CODE
002965         PERFORM RELEASE-RUN-LOCK
002970         STOP RUN
002980     END-IF.
002990
003000     OPEN OUTPUT FIXITY-REPORT.
003010     IF WS-REPORT-STATUS NOT = "00"
003020         DISPLAY "Nao foi possivel abrir FIXITY-REPORT"
003030         CLOSE CHECKSUM-INDEX
003040         CLOSE DOWNLOAD-MASTER
003050         MOVE 1 TO RETURN-CODE
003055         PERFORM RELEASE-RUN-LOCK
003060         STOP RUN
003070     END-IF.
003080     PERFORM OPEN-MAINT-AUDIT.
003090     IF WS-AUDIT-STATUS NOT = "00"
003100         DISPLAY "Nao foi possivel abrir MAINT-AUDIT"
003110         CLOSE FIXITY-REPORT
003120         CLOSE CHECKSUM-INDEX
003130         CLOSE DOWNLOAD-MASTER
003140         MOVE 1 TO RETURN-CODE
003145         PERFORM RELEASE-RUN-LOCK
003150         STOP RUN
003160     END-IF.
003170
003180     PERFORM LOAD-FIXITY-CHECKPOINT.
003190     PERFORM LOAD-INDEX-SLICE.
003200     PERFORM LOAD-SLICE-TITLES.
003205     PERFORM LOAD-SLICE-ITEMS.
003210
003220     PERFORM WRITE-REPORT-HEADER.
003230     PERFORM VERIFY-ONE-SLICE-ENTRY
003240         VARYING WS-SLC-IDX FROM 1 BY 1
003250         UNTIL WS-SLC-IDX > WS-SLC-COUNT.
003260     ADD WS-SLICE-CHECKED    TO WS-CYCLE-CHECKED.
003270     ADD WS-SLICE-MATCH      TO WS-CYCLE-MATCH.
003280     ADD WS-SLICE-ALTERED    TO WS-CYCLE-ALTERED.
003290     ADD WS-SLICE-MISSING    TO WS-CYCLE-MISSING.
003300     ADD WS-SLICE-UNVERIFIED TO WS-CYCLE-UNVERIFIED.
003310     PERFORM WRITE-REPORT-TOTALS.
003320
003330     IF WS-END-OF-INDEX
003340         PERFORM CLEAR-FIXITY-CHECKPOINT
003350     ELSE
003360         PERFORM WRITE-FIXITY-CHECKPOINT
003370     END-IF.
003380
003390     CLOSE FIXITY-REPORT.
003400     CLOSE MAINT-AUDIT.
003410     CLOSE DOWNLOAD-MASTER.
003420     CLOSE CHECKSUM-INDEX.
003430
003440     MOVE WS-SLICE-CHECKED TO WS-COUNT-DISPLAY.
003450     DISPLAY "Entradas verificadas: " WS-COUNT-DISPLAY.
003460     MOVE WS-SLICE-ALTERED TO WS-COUNT-DISPLAY.
003470     DISPLAY "Arquivos alterados: " WS-COUNT-DISPLAY.
003480     MOVE WS-SLICE-MISSING TO WS-COUNT-DISPLAY.
003490     DISPLAY "Arquivos ausentes: " WS-COUNT-DISPLAY.
003500     PERFORM BUILD-TIMESTAMP.
003510     DISPLAY "Fim: " WS-TIMESTAMP.
003520     IF WS-SLICE-ALTERED > ZERO OR WS-SLICE-MISSING > ZERO
003530         MOVE 1 TO RETURN-CODE
003540     ELSE
003550         MOVE 0 TO RETURN-CODE
003560     END-IF.
003565     PERFORM RELEASE-RUN-LOCK.
003570     STOP RUN.
003580
003590*----------------------------------------------------------------
003600* LOAD-CONFIG
003610*   READS THE OPTIONAL CONFIG-FILE OF "KEYWORD VALUE" LINES THE
003620*   SAME WAY THE NIGHTLY PROGRAM DOES. FIXITY-SLICE SETS HOW MANY
003630*   INDEX ENTRIES ONE RUN VERIFIES, UP TO THE SLICE TABLE SIZE.
003640*----------------------------------------------------------------
003650 LOAD-CONFIG.
003660     OPEN INPUT CONFIG-FILE.
003670     IF WS-CONFIG-STATUS = "00"
003680         PERFORM READ-CONFIG-RECORD UNTIL WS-END-OF-CONFIG
003690         CLOSE CONFIG-FILE
003700     END-IF.
003710     IF WS-SLICE-MAX = ZERO OR WS-SLICE-MAX > WS-SLICE-TABLE-MAX
003720         MOVE WS-SLICE-TABLE-MAX TO WS-SLICE-MAX
003730     END-IF.
003740
003750*----------------------------------------------------------------
003760* READ-CONFIG-RECORD
003770*   READS ONE CONFIG-FILE LINE AND APPLIES ANY RECOGNIZED
003780*   KEYWORD.
003790*----------------------------------------------------------------
003800 READ-CONFIG-RECORD.
003810     READ CONFIG-FILE
003820         AT END
003830             SET WS-END-OF-CONFIG TO TRUE
003840         NOT AT END
003850             PERFORM APPLY-CONFIG-KEYWORD
003860     END-READ.
003870
003880*----------------------------------------------------------------
003890* APPLY-CONFIG-KEYWORD
003900*   SPLITS ONE CONFIG-FILE LINE INTO KEYWORD AND VALUE AND
003910*   APPLIES IT. UNKNOWN KEYWORDS ARE IGNORED.
003920*----------------------------------------------------------------
003930 APPLY-CONFIG-KEYWORD.
003940     MOVE SPACES TO WS-CFG-KEYWORD.
003950     MOVE SPACES TO WS-CFG-VALUE.
003960     UNSTRING CFG-LINE DELIMITED BY ALL SPACE
003970         INTO WS-CFG-KEYWORD WS-CFG-VALUE
003980     END-UNSTRING.
003990     MOVE FUNCTION UPPER-CASE(WS-CFG-KEYWORD) TO WS-CFG-KEYWORD.
004000     IF WS-CFG-KEYWORD = "FIXITY-SLICE"
004010         MOVE FUNCTION NUMVAL(WS-CFG-VALUE) TO WS-SLICE-MAX
004020     END-IF.
004030
004040*----------------------------------------------------------------
004050* OPEN-MAINT-AUDIT
004060*   OPENS MASTERMAINT'S AUDIT FILE FOR APPEND, CREATING IT FIRST
004070*   WHEN MISSING, THE SAME WAY MASTERMAINT DOES.
004080*----------------------------------------------------------------
004090 OPEN-MAINT-AUDIT.
004100     OPEN EXTEND MAINT-AUDIT.
004110     IF WS-AUDIT-STATUS = "35"
004120         OPEN OUTPUT MAINT-AUDIT
004130         CLOSE MAINT-AUDIT
004140         OPEN EXTEND MAINT-AUDIT
004150     END-IF.
004160
004170*----------------------------------------------------------------
004180* LOAD-FIXITY-CHECKPOINT
004190*   READS WHERE THE CURRENT PASS OVER THE INDEX STOPPED AND THE
004200*   PASS TOTALS SO FAR. A MISSING OR BLANK CHECKPOINT STARTS A
004210*   NEW PASS, DATED TODAY, AT THE TOP OF THE INDEX.
004220*----------------------------------------------------------------
004230 LOAD-FIXITY-CHECKPOINT.
004240     MOVE SPACES TO WS-LAST-SUM.
004250     OPEN INPUT FIXITY-CHECKPOINT.
004260     IF WS-FXCHKPT-STATUS = "00"
004270         READ FIXITY-CHECKPOINT
004280             NOT AT END
004290                 IF FXC-LAST-SUM NOT = SPACES AND
004300                    FXC-TOTAL-CHECKED IS NUMERIC
004310                     MOVE FXC-LAST-SUM         TO WS-LAST-SUM
004320                     MOVE FXC-CYCLE-START      TO WS-CYCLE-START
004330                     MOVE FXC-TOTAL-CHECKED    TO WS-CYCLE-CHECKED
004340                     MOVE FXC-TOTAL-MATCH      TO WS-CYCLE-MATCH
004350                     MOVE FXC-TOTAL-ALTERED    TO WS-CYCLE-ALTERED
004360                     MOVE FXC-TOTAL-MISSING    TO WS-CYCLE-MISSING
004370                     MOVE FXC-TOTAL-UNVERIFIED
004380                         TO WS-CYCLE-UNVERIFIED
004390                 END-IF
004400         END-READ
004410         CLOSE FIXITY-CHECKPOINT
004420     END-IF.
004430     IF WS-LAST-SUM = SPACES
004440         MOVE WS-TODAY-TEXT TO WS-CYCLE-START
004450         DISPLAY "Iniciando nova passagem pelo CHECKSUM-INDEX"
004460     ELSE
004470         DISPLAY "Retomando passagem iniciada em " WS-CYCLE-START
004480     END-IF.
004490
004500*----------------------------------------------------------------
004510* LOAD-INDEX-SLICE
004520*   POSITIONS THE INDEX JUST PAST THE CHECKPOINTED KEY (OR AT THE
004530*   TOP FOR A NEW PASS) AND LOADS UP TO FIXITY-SLICE ENTRIES INTO
004540*   THE SLICE TABLE. REACHING THE END OF THE INDEX SETS THE EOF
004550*   SWITCH, WHICH CLOSES THE PASS AT THE END OF THE RUN.
004560*----------------------------------------------------------------
004570 LOAD-INDEX-SLICE.
004580     IF WS-LAST-SUM = SPACES
004590         MOVE LOW-VALUES TO CK-SUM
004600         START CHECKSUM-INDEX KEY NOT < CK-SUM
004610             INVALID KEY
004620                 SET WS-END-OF-INDEX TO TRUE
004630         END-START
004640     ELSE
004650         MOVE WS-LAST-SUM TO CK-SUM
004660         START CHECKSUM-INDEX KEY > CK-SUM
004670             INVALID KEY
004680                 SET WS-END-OF-INDEX TO TRUE
004690         END-START
004700     END-IF.
004710     PERFORM LOAD-ONE-SLICE-ENTRY
004720         UNTIL WS-END-OF-INDEX OR WS-SLC-COUNT NOT < WS-SLICE-MAX.
004730
004740*----------------------------------------------------------------
004750* LOAD-ONE-SLICE-ENTRY
004760*   READS THE NEXT INDEX ENTRY INTO THE SLICE TABLE. USED AS THE
004770*   PERFORM ... UNTIL PARAGRAPH OF LOAD-INDEX-SLICE.
004780*----------------------------------------------------------------
004790 LOAD-ONE-SLICE-ENTRY.
004800     READ CHECKSUM-INDEX NEXT
004810         AT END
004820             SET WS-END-OF-INDEX TO TRUE
004830         NOT AT END
004840             ADD 1 TO WS-SLC-COUNT
004850             SET WS-SLC-IDX TO WS-SLC-COUNT
004860             MOVE CK-SUM  TO WS-SLC-SUM(WS-SLC-IDX)
004870             MOVE CK-URL  TO WS-SLC-URL(WS-SLC-IDX)
004880             MOVE CK-PATH TO WS-SLC-PATH(WS-SLC-IDX)
004890             MOVE SPACES  TO WS-SLC-TITLE(WS-SLC-IDX)
004900             MOVE "N"     TO WS-SLC-TITLE-SW(WS-SLC-IDX)
004905             MOVE SPACES  TO WS-SLC-FILE(WS-SLC-IDX)
004910             MOVE CK-SUM  TO WS-LAST-SUM
004920     END-READ.
004930
004940*----------------------------------------------------------------
004950* LOAD-SLICE-TITLES
004960*   PASSES ONCE OVER METADATA-FILE AND GIVES EVERY SLICE ENTRY
004970*   THE TITLE CAPTURED FOR ITS URL, WHICH NAMES THE FILE ON DISK.
004980*   WHEN A URL WAS CAPTURED MORE THAN ONCE THE LATEST TITLE WINS.
004990*----------------------------------------------------------------
005000 LOAD-SLICE-TITLES.
005010     IF WS-SLC-COUNT = ZERO
005020         EXIT PARAGRAPH
005030     END-IF.
005040     OPEN INPUT METADATA-FILE.
005050     IF WS-METADATA-STATUS NOT = "00"
005060         DISPLAY "METADATA-FILE ausente, titulos indisponiveis"
005070         EXIT PARAGRAPH
005080     END-IF.
005090     PERFORM READ-ONE-METADATA-RECORD UNTIL WS-END-OF-METADATA.
005100     CLOSE METADATA-FILE.
005110
005120*----------------------------------------------------------------
005130* READ-ONE-METADATA-RECORD
005140*   READS ONE METADATA-FILE RECORD AND OFFERS ITS TITLE TO THE
005150*   SLICE TABLE.
005160*----------------------------------------------------------------
005170 READ-ONE-METADATA-RECORD.
005180     READ METADATA-FILE
005190         AT END
005200             SET WS-END-OF-METADATA TO TRUE
005210         NOT AT END
005220             IF MD-TITLE NOT = SPACES AND MD-TITLE NOT = "NA"
005230                 PERFORM MATCH-ONE-SLICE-TITLE
005240                     VARYING WS-SLC-IDX FROM 1 BY 1
005250                     UNTIL WS-SLC-IDX > WS-SLC-COUNT
005260             END-IF
005270     END-READ.
005280
005290*----------------------------------------------------------------
005300* MATCH-ONE-SLICE-TITLE
005310*   GIVES THE SLICE ENTRY AT WS-SLC-IDX THE CURRENT METADATA
005320*   TITLE WHEN THE URLS MATCH. USED AS THE VARYING PARAGRAPH OF
005330*   READ-ONE-METADATA-RECORD.
005340*----------------------------------------------------------------
005350 MATCH-ONE-SLICE-TITLE.
005360     IF WS-SLC-URL(WS-SLC-IDX) = MD-URL
005370         MOVE MD-TITLE TO WS-SLC-TITLE(WS-SLC-IDX)
005380         MOVE "Y"      TO WS-SLC-TITLE-SW(WS-SLC-IDX)
005390     END-IF.
005400
005410*----------------------------------------------------------------
005412* LOAD-SLICE-ITEMS
005414*   PASSES ONCE OVER MEDIA-ITEMS AND GIVES EVERY SLICE ENTRY THAT
005416*   IS A CAROUSEL SLIDE THE NAME OF ITS OWN FILE. A MISSING
005418*   MEDIA-ITEMS IS NOT AN ERROR - EVERY ENTRY IS THEN CHECKED BY
005420*   TITLE AS BEFORE.
005422*----------------------------------------------------------------
005424 LOAD-SLICE-ITEMS.
005426     IF WS-SLC-COUNT = ZERO
005428         EXIT PARAGRAPH
005430     END-IF.
005432     OPEN INPUT MEDIA-ITEMS.
005434     IF WS-ITEMS-STATUS NOT = "00"
005436         EXIT PARAGRAPH
005438     END-IF.
005440     PERFORM READ-ONE-ITEM-RECORD UNTIL WS-END-OF-ITEMS.
005442     CLOSE MEDIA-ITEMS.
005444
005446*----------------------------------------------------------------
005448* READ-ONE-ITEM-RECORD
005450*   READS ONE MEDIA-ITEMS RECORD AND, WHEN IT IS A SLIDE OF A
005452*   CAROUSEL, OFFERS ITS FILE NAME TO THE SLICE TABLE.
005454*----------------------------------------------------------------
005456 READ-ONE-ITEM-RECORD.
005458     READ MEDIA-ITEMS
005460         AT END
005462             SET WS-END-OF-ITEMS TO TRUE
005464         NOT AT END
005466             IF MI-ITEM-COUNT IS NUMERIC AND MI-ITEM-COUNT > 1
005468                 PERFORM MATCH-ONE-SLICE-ITEM
005470                     VARYING WS-SLC-IDX FROM 1 BY 1
005472                     UNTIL WS-SLC-IDX > WS-SLC-COUNT
005474             END-IF
005476     END-READ.
005478
005480*----------------------------------------------------------------
005482* MATCH-ONE-SLICE-ITEM
005484*   GIVES THE SLICE ENTRY AT WS-SLC-IDX THE SLIDE'S FILE NAME WHEN
005486*   ITS URL, CHECKSUM AND FOLDER ARE THE RECORD'S. A SLIDE
005488*   RECORDED MORE THAN ONCE KEEPS THE LATEST NAME. USED AS THE
005490*   VARYING PARAGRAPH OF READ-ONE-ITEM-RECORD.
005492*----------------------------------------------------------------
005494 MATCH-ONE-SLICE-ITEM.
005496     IF WS-SLC-URL(WS-SLC-IDX) = MI-URL AND
005498        WS-SLC-SUM(WS-SLC-IDX) = MI-CHECKSUM AND
005499        WS-SLC-PATH(WS-SLC-IDX) = MI-FOLDER
005500         MOVE MI-FILE-NAME TO WS-SLC-FILE(WS-SLC-IDX)
005502     END-IF.
005504
005506*----------------------------------------------------------------
005508* VERIFY-ONE-SLICE-ENTRY
005510*   CHECKS ONE SLICE ENTRY AGAINST THE FILE ON DISK. CONTENT THE
005512*   RETENTION JOB HAS PURGED IS NOTED AND SKIPPED; A CAROUSEL
005514*   SLIDE IS CHECKED AGAINST ITS OWN FILE; AN ENTRY WITH
005516*   NO USABLE TITLE IS UNVERIFIABLE, THE SAME WAY THE RECONCILE
005518*   JOB TREATS IT. OTHERWISE THE MD5 DECIDES MATCH, ALTERED OR
005520*   MISSING. USED AS THE VARYING PARAGRAPH OF THE MAIN LOOP.
005522*----------------------------------------------------------------
005524 VERIFY-ONE-SLICE-ENTRY.
005526     PERFORM READ-MASTER-ENTRY.
005528     IF WS-MASTER-WAS-FOUND AND WS-MASTER-STATUS = "PURGED"
005530         ADD 1 TO WS-SLICE-PURGED
005532         EXIT PARAGRAPH
005534     END-IF.
005536
005538     ADD 1 TO WS-SLICE-CHECKED.
005540     MOVE SPACES TO WS-RESULT-NOTE.
005541     MOVE SPACES TO WS-REMOVED-PATH.
005542     IF WS-SLC-FILE(WS-SLC-IDX) NOT = SPACES
005544         PERFORM VERIFY-SLIDE-FILE
005546         EXIT PARAGRAPH
005548     END-IF.
005580     IF NOT WS-SLC-HAS-TITLE(WS-SLC-IDX)
005590         ADD 1 TO WS-SLICE-UNVERIFIED
005600         MOVE "NAO VERIF" TO WS-RESULT-TOKEN
005610         MOVE "sem titulo em METADATA-FILE" TO WS-RESULT-NOTE
005620         PERFORM WRITE-RESULT-LINE
005630         EXIT PARAGRAPH
005640     END-IF.
005650
005660     MOVE WS-SLC-TITLE(WS-SLC-IDX) TO WS-CHECK-TITLE.
005670     MOVE ZERO TO WS-UNSAFE-COUNT.
005680     INSPECT WS-CHECK-TITLE TALLYING WS-UNSAFE-COUNT
005690         FOR ALL """".
005700     INSPECT WS-CHECK-TITLE TALLYING WS-UNSAFE-COUNT
005710         FOR ALL "$".
005720     INSPECT WS-CHECK-TITLE TALLYING WS-UNSAFE-COUNT
005730         FOR ALL "`".
005740     INSPECT WS-CHECK-TITLE TALLYING WS-UNSAFE-COUNT
005750         FOR ALL "\".
005760     PERFORM COMPUTE-TITLE-LENGTH.
005770     IF WS-UNSAFE-COUNT > ZERO OR WS-TITLE-LEN = ZERO
005780         ADD 1 TO WS-SLICE-UNVERIFIED
005790         MOVE "NAO VERIF" TO WS-RESULT-TOKEN
005800         MOVE "titulo inseguro para o shell" TO WS-RESULT-NOTE
005810         PERFORM WRITE-RESULT-LINE
005820         EXIT PARAGRAPH
005830     END-IF.
005840
005850     PERFORM CHECKSUM-SLICE-FILE.
005860     IF WS-STAGE-LINES = ZERO
005870         ADD 1 TO WS-SLICE-MISSING
005880         MOVE "MISSING" TO WS-RESULT-TOKEN
005890         PERFORM WRITE-RESULT-LINE
005900     ELSE
005910         IF WS-SUM-MATCHED
005920             ADD 1 TO WS-SLICE-MATCH
005930             MOVE "MATCH" TO WS-RESULT-TOKEN
005940             PERFORM WRITE-RESULT-LINE
005950         ELSE
005960             ADD 1 TO WS-SLICE-ALTERED
005970             MOVE "ALTERED" TO WS-RESULT-TOKEN
005980             PERFORM RESET-ALTERED-ENTRY
005990             PERFORM WRITE-RESULT-LINE
006000         END-IF
006010     END-IF.
006020
006021*----------------------------------------------------------------
006022* VERIFY-SLIDE-FILE
006023*   CHECKS ONE CAROUSEL SLIDE AGAINST THE FILE MEDIA-ITEMS NAMES
006024*   FOR IT. THE OTHER SLIDES OF THE POST SHARE ITS TITLE, SO THE
006025*   TITLE GLOB WOULD STILL FIND FILES AFTER THIS ONE HAD GONE;
006026*   INSTEAD THE SHELL IS ASKED WHETHER THE SLIDE'S OWN FILE IS
006027*   THERE. A FILE THAT IS NOT IS MISSING; ONE THAT IS HAS ITS MD5
006028*   DECIDE MATCH OR ALTERED.
006029*----------------------------------------------------------------
006030 VERIFY-SLIDE-FILE.
006031     MOVE WS-SLC-FILE(WS-SLC-IDX) TO WS-CHECK-FILE.
006032     MOVE ZERO TO WS-UNSAFE-COUNT.
006033     INSPECT WS-CHECK-FILE TALLYING WS-UNSAFE-COUNT
006034         FOR ALL """".
006035     INSPECT WS-CHECK-FILE TALLYING WS-UNSAFE-COUNT
006036         FOR ALL "$".
006037     INSPECT WS-CHECK-FILE TALLYING WS-UNSAFE-COUNT
006038         FOR ALL "`".
006039     INSPECT WS-CHECK-FILE TALLYING WS-UNSAFE-COUNT
006040         FOR ALL "\".
006041     PERFORM COMPUTE-FILE-LENGTH.
006042     IF WS-UNSAFE-COUNT > ZERO OR WS-FILE-LEN = ZERO
006043         ADD 1 TO WS-SLICE-UNVERIFIED
006044         MOVE "NAO VERIF" TO WS-RESULT-TOKEN
006045         MOVE "nome do slide inseguro para o shell"
006046             TO WS-RESULT-NOTE
006047         PERFORM WRITE-RESULT-LINE
006048         EXIT PARAGRAPH
006049     END-IF.
006050
006051     MOVE SPACES TO COMMAND.
006052     STRING "test -f """            DELIMITED BY SIZE
006053            WS-SLC-PATH(WS-SLC-IDX) DELIMITED BY SPACE
006054            "/"                     DELIMITED BY SIZE
006055            WS-CHECK-FILE(1:WS-FILE-LEN)
006056                                    DELIMITED BY SIZE
006057            """"                    DELIMITED BY SIZE
006058            INTO COMMAND.
006059     PERFORM RUN-SHELL-COMMAND.
006060     IF WS-SYSTEM-RC NOT = ZERO
006061         ADD 1 TO WS-SLICE-MISSING
006062         MOVE "MISSING" TO WS-RESULT-TOKEN
006063         MOVE WS-CHECK-FILE TO WS-RESULT-NOTE
006064         PERFORM WRITE-RESULT-LINE
006065         EXIT PARAGRAPH
006066     END-IF.
006067
006068     PERFORM CHECKSUM-SLIDE-FILE.
006069     IF WS-STAGE-LINES = ZERO
006070         ADD 1 TO WS-SLICE-MISSING
006071         MOVE "MISSING" TO WS-RESULT-TOKEN
006072         MOVE WS-CHECK-FILE TO WS-RESULT-NOTE
006073         PERFORM WRITE-RESULT-LINE
006074     ELSE
006075         IF WS-SUM-MATCHED
006076             ADD 1 TO WS-SLICE-MATCH
006077             MOVE "MATCH" TO WS-RESULT-TOKEN
006078             PERFORM WRITE-RESULT-LINE
006079         ELSE
006080             ADD 1 TO WS-SLICE-ALTERED
006081             MOVE "ALTERED" TO WS-RESULT-TOKEN
006082             PERFORM RESET-ALTERED-ENTRY
006083             PERFORM WRITE-RESULT-LINE
006084         END-IF
006085     END-IF.
006086
006087*----------------------------------------------------------------
006088* READ-MASTER-ENTRY
006089*   READS THE DOWNLOAD-MASTER ENTRY OF THE SLICE ENTRY'S URL AND
006090*   KEEPS ITS STATUS. THE RECORD STAYS IN THE BUFFER FOR A LATER
006091*   REWRITE.
006092*----------------------------------------------------------------
006093 READ-MASTER-ENTRY.
006100     MOVE SPACES TO WS-MASTER-STATUS.
006110     MOVE WS-SLC-URL(WS-SLC-IDX) TO DM-URL.
006120     READ DOWNLOAD-MASTER
006130         INVALID KEY
006140             SET WS-MASTER-NOT-FOUND TO TRUE
006150         NOT INVALID KEY
006160             SET WS-MASTER-WAS-FOUND TO TRUE
006170             MOVE DM-STATUS TO WS-MASTER-STATUS
006180     END-READ.
006190
006200*----------------------------------------------------------------
006210* CHECKSUM-SLICE-FILE
006220*   ASKS THE SHELL FOR THE MD5 OF EVERY FILE NAMED BY THE TITLE IN
006230*   THE ENTRY'S FOLDER - THE SAME GLOB THE NIGHTLY RUN CHECKSUMMED
006240*   - AND READS THE RESULTS BACK FROM FIXITY-STAGING. NO LINES AT
006250*   ALL MEANS THE FILE IS GONE; A LINE CARRYING THE INDEXED SUM
006260*   MEANS THE BYTES ARE STILL THE ONES ARCHIVED.
006270*----------------------------------------------------------------
006280 CHECKSUM-SLICE-FILE.
006290     MOVE ZERO TO WS-STAGE-LINES.
006300     SET WS-SUM-NOT-MATCHED TO TRUE.
006310     MOVE SPACES TO COMMAND.
006320     STRING "md5sum """              DELIMITED BY SIZE
006330            WS-SLC-PATH(WS-SLC-IDX)  DELIMITED BY SPACE
006340            "/"                      DELIMITED BY SIZE
006350            WS-CHECK-TITLE(1:WS-TITLE-LEN)
006360                                     DELIMITED BY SIZE
006370            ".""* > FXSTAGE 2>/dev/null"
006380                                     DELIMITED BY SIZE
006390            INTO COMMAND.
006400     PERFORM RUN-SHELL-COMMAND.
006410
006420     MOVE "N" TO WS-STAGE-EOF-SWITCH.
006430     OPEN INPUT FIXITY-STAGING.
006440     IF WS-STAGE-STATUS NOT = "00"
006450         EXIT PARAGRAPH
006460     END-IF.
006470     PERFORM READ-ONE-STAGE-LINE UNTIL WS-END-OF-STAGE.
006480     CLOSE FIXITY-STAGING.
006490
006491*----------------------------------------------------------------
006492* CHECKSUM-SLIDE-FILE
006493*   ASKS THE SHELL FOR THE MD5 OF THE ONE FILE OF A CAROUSEL
006494*   SLIDE AND READS THE RESULT BACK FROM FIXITY-STAGING THE SAME
006495*   WAY CHECKSUM-SLICE-FILE DOES.
006496*----------------------------------------------------------------
006497 CHECKSUM-SLIDE-FILE.
006498     MOVE ZERO TO WS-STAGE-LINES.
006499     SET WS-SUM-NOT-MATCHED TO TRUE.
006500     MOVE SPACES TO COMMAND.
006501     STRING "md5sum """             DELIMITED BY SIZE
006502            WS-SLC-PATH(WS-SLC-IDX) DELIMITED BY SPACE
006503            "/"                     DELIMITED BY SIZE
006504            WS-CHECK-FILE(1:WS-FILE-LEN)
006505                                    DELIMITED BY SIZE
006506            """ > FXSTAGE 2>/dev/null"
006507                                    DELIMITED BY SIZE
006508            INTO COMMAND.
006509     PERFORM RUN-SHELL-COMMAND.
006510
006511     MOVE "N" TO WS-STAGE-EOF-SWITCH.
006512     OPEN INPUT FIXITY-STAGING.
006513     IF WS-STAGE-STATUS NOT = "00"
006514         EXIT PARAGRAPH
006515     END-IF.
006516     PERFORM READ-ONE-STAGE-LINE UNTIL WS-END-OF-STAGE.
006517     CLOSE FIXITY-STAGING.
006518
006519*----------------------------------------------------------------
006520* READ-ONE-STAGE-LINE
006521*   READS ONE "SUM  FILE" LINE FROM FIXITY-STAGING, COUNTS IT AND
006530*   NOTES WHETHER IT CARRIES THE INDEXED CHECKSUM.
006540*----------------------------------------------------------------
006550 READ-ONE-STAGE-LINE.
006560     READ FIXITY-STAGING
006570         AT END
006580             SET WS-END-OF-STAGE TO TRUE
006590         NOT AT END
006600             IF STAGE-LINE(1:32) NOT = SPACES
006610                 ADD 1 TO WS-STAGE-LINES
006620                 IF STAGE-LINE(1:32) = WS-SLC-SUM(WS-SLC-IDX)
006630                     SET WS-SUM-MATCHED TO TRUE
006640                 END-IF
006650             END-IF
006660     END-READ.
006670
006680*----------------------------------------------------------------
006690* RESET-ALTERED-ENTRY
006695*   DELETES THE ALTERED FILE, THEN DROPS ITS INDEX ENTRY AND,
006700*   WHEN THE MASTER STILL CALLS THE URL A SUCCESS, RESETS IT TO
006705*   FAILED WITH AN AUDIT LINE SO TONIGHT'S RUN RE-FETCHES IT.
006710*   ONCE ITS ENTRY IS GONE NOTHING WOULD TRACK THE DAMAGED FILE,
006715*   SO IT IS NOT LEFT BEHIND; A FILE THE SHELL COULD NOT DELETE
006720*   KEEPS ITS ENTRY AND MASTER STATUS, AND THE NEXT PASS FINDS IT
006725*   ALTERED AGAIN. WITHOUT THE INDEX ENTRY THE RE-FETCHED COPY
006730*   REGISTERS ITSELF AFRESH UNDER ITS NEW FOLDER; LEFT IN PLACE,
006735*   THE ENTRY WOULD KEEP POINTING AT THE DAMAGED FILE AND FAIL
006740*   EVERY LATER PASS.
006760*----------------------------------------------------------------
006770 RESET-ALTERED-ENTRY.
006771     PERFORM REMOVE-ALTERED-FILE.
006772     IF WS-ALTERED-FILE-KEPT
006773         MOVE "arquivo alterado nao apagado - conferir"
006774             TO WS-RESULT-NOTE
006775         EXIT PARAGRAPH
006776     END-IF.
006780     MOVE WS-SLC-SUM(WS-SLC-IDX) TO CK-SUM.
006790     DELETE CHECKSUM-INDEX RECORD
006800         INVALID KEY
006810             CONTINUE
006820     END-DELETE.
006830     IF WS-MASTER-NOT-FOUND
006840         MOVE "sem entrada no master" TO WS-RESULT-NOTE
006850         EXIT PARAGRAPH
006860     END-IF.
006870     IF WS-MASTER-STATUS NOT = "SUCCESS"
006880         STRING "master mantido em " DELIMITED BY SIZE
006890                WS-MASTER-STATUS     DELIMITED BY SPACE
006900                INTO WS-RESULT-NOTE
006910         END-STRING
006920         EXIT PARAGRAPH
006930     END-IF.
006940     MOVE DM-STATUS TO WS-OLD-STATUS.
006950     MOVE "FAILED"  TO WS-NEW-STATUS.
006960     MOVE WS-NEW-STATUS TO DM-STATUS.
006970     REWRITE MASTER-RECORD
006980         INVALID KEY
006990             MOVE "falha ao regravar o master" TO WS-RESULT-NOTE
007000             EXIT PARAGRAPH
007010     END-REWRITE.
007020     ADD 1 TO WS-SLICE-RESET.
007030     PERFORM WRITE-AUDIT-RECORD.
007040     MOVE "master SUCCESS -> FAILED, nova captura"
007050         TO WS-RESULT-NOTE.
007051
007052*----------------------------------------------------------------
007053* REMOVE-ALTERED-FILE
007054*   DELETES THE ALTERED FILE FROM ITS FOLDER - A CAROUSEL SLIDE'S
007055*   OWN FILE, OR EVERY FILE OF THE TITLE OTHERWISE, THE SAME GLOB
007056*   IT WAS CHECKSUMMED BY - AND ASKS THE SHELL WHETHER ANYTHING
007057*   IS STILL THERE. A DELETION THAT TOOK IS LOGGED IN MAINT-AUDIT
007058*   AND ITS PATH KEPT FOR THE REPORT.
007059*----------------------------------------------------------------
007060 REMOVE-ALTERED-FILE.
007061     SET WS-ALTERED-FILE-KEPT TO TRUE.
007062     MOVE SPACES TO WS-REMOVED-PATH.
007063     IF WS-SLC-FILE(WS-SLC-IDX) NOT = SPACES
007064         STRING WS-SLC-PATH(WS-SLC-IDX) DELIMITED BY SPACE
007065                "/"                     DELIMITED BY SIZE
007066                WS-CHECK-FILE(1:WS-FILE-LEN)
007067                                        DELIMITED BY SIZE
007068                INTO WS-REMOVED-PATH
007069         END-STRING
007070         MOVE SPACES TO COMMAND
007071         STRING "rm -f """              DELIMITED BY SIZE
007072                WS-SLC-PATH(WS-SLC-IDX) DELIMITED BY SPACE
007073                "/"                     DELIMITED BY SIZE
007074                WS-CHECK-FILE(1:WS-FILE-LEN)
007075                                        DELIMITED BY SIZE
007076                """"                    DELIMITED BY SIZE
007077                INTO COMMAND
007078         END-STRING
007079         PERFORM RUN-SHELL-COMMAND
007080         MOVE SPACES TO COMMAND
007081         STRING "test -f """            DELIMITED BY SIZE
007082                WS-SLC-PATH(WS-SLC-IDX) DELIMITED BY SPACE
007083                "/"                     DELIMITED BY SIZE
007084                WS-CHECK-FILE(1:WS-FILE-LEN)
007085                                        DELIMITED BY SIZE
007086                """"                    DELIMITED BY SIZE
007087                INTO COMMAND
007088         END-STRING
007089     ELSE
007090         STRING WS-SLC-PATH(WS-SLC-IDX) DELIMITED BY SPACE
007091                "/"                     DELIMITED BY SIZE
007092                WS-CHECK-TITLE(1:WS-TITLE-LEN)
007093                                        DELIMITED BY SIZE
007094                ".*"                    DELIMITED BY SIZE
007095                INTO WS-REMOVED-PATH
007096         END-STRING
007097         MOVE SPACES TO COMMAND
007098         STRING "rm -f """              DELIMITED BY SIZE
007099                WS-SLC-PATH(WS-SLC-IDX) DELIMITED BY SPACE
007100                "/"                     DELIMITED BY SIZE
007101                WS-CHECK-TITLE(1:WS-TITLE-LEN)
007102                                        DELIMITED BY SIZE
007103                """.*"                  DELIMITED BY SIZE
007104                INTO COMMAND
007105         END-STRING
007106         PERFORM RUN-SHELL-COMMAND
007107         MOVE SPACES TO COMMAND
007108         STRING "ls """                 DELIMITED BY SIZE
007109                WS-SLC-PATH(WS-SLC-IDX) DELIMITED BY SPACE
007110                "/"                     DELIMITED BY SIZE
007111                WS-CHECK-TITLE(1:WS-TITLE-LEN)
007112                                        DELIMITED BY SIZE
007113                """.* >/dev/null 2>&1"  DELIMITED BY SIZE
007114                INTO COMMAND
007115         END-STRING
007116     END-IF.
007117     PERFORM RUN-SHELL-COMMAND.
007118     IF WS-SYSTEM-RC = ZERO
007119         MOVE SPACES TO WS-REMOVED-PATH
007120         EXIT PARAGRAPH
007121     END-IF.
007122     SET WS-ALTERED-FILE-GONE TO TRUE.
007123     PERFORM BUILD-TIMESTAMP.
007124     MOVE WS-TIMESTAMP            TO AUD-TIMESTAMP.
007125     MOVE "FIXIDADE"              TO AUD-ACTION.
007126     MOVE WS-REMOVED-PATH         TO AUD-URL.
007127     MOVE "ALTERADO"              TO AUD-OLD-STATUS.
007128     MOVE "APAGADO"               TO AUD-NEW-STATUS.
007129     WRITE AUDIT-RECORD.
007130
007131*----------------------------------------------------------------
007132* WRITE-AUDIT-RECORD
007133*   APPENDS ONE TIMESTAMPED AUDIT LINE FOR THE MASTER RESET JUST
007134*   MADE, IN MASTERMAINT'S LAYOUT, WITH ITS OWN ACTION NAME SO THE
007135*   TRAIL SHOWS THE CHANGE CAME FROM THE FIXITY AUDIT.
007136*----------------------------------------------------------------
007137 WRITE-AUDIT-RECORD.
007140     PERFORM BUILD-TIMESTAMP.
007150     MOVE WS-TIMESTAMP            TO AUD-TIMESTAMP.
007160     MOVE "FIXIDADE"              TO AUD-ACTION.
007170     MOVE WS-SLC-URL(WS-SLC-IDX)  TO AUD-URL.
007180     MOVE WS-OLD-STATUS           TO AUD-OLD-STATUS.
007190     MOVE WS-NEW-STATUS           TO AUD-NEW-STATUS.
007200     WRITE AUDIT-RECORD.
007210
007220*----------------------------------------------------------------
007230* WRITE-RESULT-LINE
007240*   WRITES ONE REPORT LINE FOR THE SLICE ENTRY JUST VERIFIED: THE
007250*   RESULT TOKEN, THE URL, THE FOLDER, ANY NOTE AND THE PATH OF
007255*   AN ALTERED FILE DELETED FROM DISK.
007260*----------------------------------------------------------------
007270 WRITE-RESULT-LINE.
007280     MOVE SPACES TO REPORT-LINE.
007290     STRING WS-RESULT-TOKEN          DELIMITED BY SIZE
007300            WS-SLC-URL(WS-SLC-IDX)   DELIMITED BY SPACE
007310            " em "                   DELIMITED BY SIZE
007320            WS-SLC-PATH(WS-SLC-IDX)  DELIMITED BY SPACE
007330            INTO REPORT-LINE.
007340     WRITE REPORT-LINE.
007350     IF WS-RESULT-NOTE NOT = SPACES
007360         MOVE SPACES TO REPORT-LINE
007370         STRING "          " DELIMITED BY SIZE
007380                WS-RESULT-NOTE DELIMITED BY SIZE
007390                INTO REPORT-LINE
007400         END-STRING
007410         WRITE REPORT-LINE
007420     END-IF.
007421     IF WS-REMOVED-PATH NOT = SPACES
007422         MOVE SPACES TO REPORT-LINE
007423         STRING "          apagado: " DELIMITED BY SIZE
007424                WS-REMOVED-PATH       DELIMITED BY SIZE
007425                INTO REPORT-LINE
007426         END-STRING
007427         WRITE REPORT-LINE
007428     END-IF.
007430
007440*----------------------------------------------------------------
007450* COMPUTE-TITLE-LENGTH
007460*   FINDS THE TRIMMED LENGTH OF THE TITLE IN WS-CHECK-TITLE BY
007470*   BACKING OVER TRAILING SPACES.
007480*----------------------------------------------------------------
007490 COMPUTE-TITLE-LENGTH.
007500     MOVE 100 TO WS-TITLE-LEN.
007510     SET WS-TRIM-MORE TO TRUE.
007520     PERFORM TRIM-ONE-TITLE-CHAR UNTIL WS-TRIM-DONE.
007530
007540*----------------------------------------------------------------
007550* TRIM-ONE-TITLE-CHAR
007560*   BACKS WS-TITLE-LEN OVER ONE TRAILING SPACE OF THE TITLE, OR
007570*   MARKS THE TRIM FINISHED. USED AS THE PERFORM ... UNTIL
007580*   PARAGRAPH OF COMPUTE-TITLE-LENGTH.
007590*----------------------------------------------------------------
007600 TRIM-ONE-TITLE-CHAR.
007610     IF WS-TITLE-LEN = ZERO
007620         SET WS-TRIM-DONE TO TRUE
007630     ELSE
007640         IF WS-CHECK-TITLE(WS-TITLE-LEN:1) = SPACE
007650             SUBTRACT 1 FROM WS-TITLE-LEN
007660         ELSE
007670             SET WS-TRIM-DONE TO TRUE
007680         END-IF
007690     END-IF.
007700
007710*----------------------------------------------------------------
007711* COMPUTE-FILE-LENGTH
007712*   FINDS THE TRIMMED LENGTH OF THE FILE NAME IN WS-CHECK-FILE BY
007713*   BACKING OVER TRAILING SPACES.
007714*----------------------------------------------------------------
007715 COMPUTE-FILE-LENGTH.
007716     MOVE 120 TO WS-FILE-LEN.
007717     SET WS-TRIM-MORE TO TRUE.
007718     PERFORM TRIM-ONE-FILE-CHAR UNTIL WS-TRIM-DONE.
007719
007720*----------------------------------------------------------------
007721* TRIM-ONE-FILE-CHAR
007722*   BACKS WS-FILE-LEN OVER ONE TRAILING SPACE OF THE FILE NAME, OR
007723*   MARKS THE TRIM FINISHED. USED AS THE PERFORM ... UNTIL
007724*   PARAGRAPH OF COMPUTE-FILE-LENGTH.
007725*----------------------------------------------------------------
007726 TRIM-ONE-FILE-CHAR.
007727     IF WS-FILE-LEN = ZERO
007728         SET WS-TRIM-DONE TO TRUE
007729     ELSE
007730         IF WS-CHECK-FILE(WS-FILE-LEN:1) = SPACE
007731             SUBTRACT 1 FROM WS-FILE-LEN
007732         ELSE
007733             SET WS-TRIM-DONE TO TRUE
007734         END-IF
007735     END-IF.
007736
007737*----------------------------------------------------------------
007738* RUN-SHELL-COMMAND
007739*   HANDS COMMAND TO THE SYSTEM SHELL AND DECODES THE RAW WAIT
007740*   STATUS INTO WS-SYSTEM-RC, THE SAME WAY THE NIGHTLY PROGRAM
007750*   DECODES THE YT-DLP EXIT CODE.
007760*----------------------------------------------------------------
007770 RUN-SHELL-COMMAND.
007780     CALL "SYSTEM" USING COMMAND.
007790     MOVE RETURN-CODE TO WS-SYSTEM-RC.
007800     DIVIDE WS-SYSTEM-RC BY 256
007810         GIVING WS-SYSTEM-RC
007820         REMAINDER WS-DIVIDE-REMAINDER.
007830
007840*----------------------------------------------------------------
007850* WRITE-FIXITY-CHECKPOINT
007860*   PERSISTS THE LAST INDEX KEY THIS RUN VERIFIED AND THE PASS
007870*   TOTALS, SO THE NEXT RUN CONTINUES WITH THE FOLLOWING SLICE.
007880*----------------------------------------------------------------
007890 WRITE-FIXITY-CHECKPOINT.
007900     MOVE WS-LAST-SUM         TO FXC-LAST-SUM.
007910     MOVE WS-CYCLE-START      TO FXC-CYCLE-START.
007920     MOVE WS-CYCLE-CHECKED    TO FXC-TOTAL-CHECKED.
007930     MOVE WS-CYCLE-MATCH      TO FXC-TOTAL-MATCH.
007940     MOVE WS-CYCLE-ALTERED    TO FXC-TOTAL-ALTERED.
007950     MOVE WS-CYCLE-MISSING    TO FXC-TOTAL-MISSING.
007960     MOVE WS-CYCLE-UNVERIFIED TO FXC-TOTAL-UNVERIFIED.
007970     OPEN OUTPUT FIXITY-CHECKPOINT.
007980     WRITE FIXITY-CHECKPOINT-RECORD.
007990     CLOSE FIXITY-CHECKPOINT.
008000
008010*----------------------------------------------------------------
008020* CLEAR-FIXITY-CHECKPOINT
008030*   BLANKS THE CHECKPOINT ONCE THE WALK HAS REACHED THE END OF
008040*   THE INDEX, SO THE NEXT RUN STARTS A NEW PASS AT THE TOP.
008050*----------------------------------------------------------------
008060 CLEAR-FIXITY-CHECKPOINT.
008070     MOVE SPACES TO FXC-LAST-SUM.
008080     MOVE SPACES TO FXC-CYCLE-START.
008090     MOVE ZERO   TO FXC-TOTAL-CHECKED.
008100     MOVE ZERO   TO FXC-TOTAL-MATCH.
008110     MOVE ZERO   TO FXC-TOTAL-ALTERED.
008120     MOVE ZERO   TO FXC-TOTAL-MISSING.
008130     MOVE ZERO   TO FXC-TOTAL-UNVERIFIED.
008140     OPEN OUTPUT FIXITY-CHECKPOINT.
008150     WRITE FIXITY-CHECKPOINT-RECORD.
008160     CLOSE FIXITY-CHECKPOINT.
008170
008180*----------------------------------------------------------------
008190* BUILD-TIMESTAMP
008200*   FORMATS TODAY'S DATE AND THE CURRENT TIME INTO WS-TIMESTAMP
008210*   FOR THE REPORT HEADER AND THE AUDIT LINES.
008220*----------------------------------------------------------------
008230 BUILD-TIMESTAMP.
008240     ACCEPT WS-CURRENT-DATE-FIELDS FROM DATE YYYYMMDD.
008250     ACCEPT WS-CURRENT-TIME-FIELDS FROM TIME.
008260     STRING WS-CD-YYYY           DELIMITED BY SIZE
008270            "-"                  DELIMITED BY SIZE
008280            WS-CD-MM             DELIMITED BY SIZE
008290            "-"                  DELIMITED BY SIZE
008300            WS-CD-DD             DELIMITED BY SIZE
008310            " "                  DELIMITED BY SIZE
008320            WS-CT-HH             DELIMITED BY SIZE
008330            ":"                  DELIMITED BY SIZE
008340            WS-CT-MM             DELIMITED BY SIZE
008350            ":"                  DELIMITED BY SIZE
008360            WS-CT-SS             DELIMITED BY SIZE
008370            INTO WS-TIMESTAMP.
008380
008390*----------------------------------------------------------------
008400* WRITE-REPORT-HEADER
008410*   WRITES THE FIXITY-REPORT TITLE BLOCK.
008420*----------------------------------------------------------------
008430 WRITE-REPORT-HEADER.
008440     MOVE SPACES TO REPORT-LINE.
008450     STRING "Auditoria de fixidade - " DELIMITED BY SIZE
008460            WS-TIMESTAMP DELIMITED BY SIZE
008470            INTO REPORT-LINE.
008480     WRITE REPORT-LINE.
008490     MOVE SPACES TO REPORT-LINE.
008500     STRING "Passagem iniciada em " DELIMITED BY SIZE
008510            WS-CYCLE-START          DELIMITED BY SIZE
008520            INTO REPORT-LINE.
008530     WRITE REPORT-LINE.
008540     MOVE SPACES TO REPORT-LINE.
008550     WRITE REPORT-LINE.
008560
008570*----------------------------------------------------------------
008580* WRITE-REPORT-TOTALS
008590*   WRITES THE SLICE TOTALS, THE PASS TOTALS SO FAR AND WHETHER
008600*   THIS RUN FINISHED THE PASS.
008610*----------------------------------------------------------------
008620 WRITE-REPORT-TOTALS.
008630     MOVE SPACES TO REPORT-LINE.
008640     WRITE REPORT-LINE.
008650
008660     MOVE SPACES TO REPORT-LINE.
008670     MOVE WS-SLICE-CHECKED TO WS-COUNT-DISPLAY.
008680     STRING "Verificados nesta execucao: " DELIMITED BY SIZE
008690            WS-COUNT-DISPLAY DELIMITED BY SIZE
008700            INTO REPORT-LINE.
008710     WRITE REPORT-LINE.
008720     MOVE SPACES TO REPORT-LINE.
008730     MOVE WS-SLICE-MATCH TO WS-COUNT-DISPLAY.
008740     STRING "  MATCH: " DELIMITED BY SIZE
008750            WS-COUNT-DISPLAY DELIMITED BY SIZE
008760            INTO REPORT-LINE.
008770     WRITE REPORT-LINE.
008780     MOVE SPACES TO REPORT-LINE.
008790     MOVE WS-SLICE-ALTERED TO WS-COUNT-DISPLAY.
008800     STRING "  ALTERED: " DELIMITED BY SIZE
008810            WS-COUNT-DISPLAY DELIMITED BY SIZE
008820            INTO REPORT-LINE.
008830     WRITE REPORT-LINE.
008840     MOVE SPACES TO REPORT-LINE.
008850     MOVE WS-SLICE-MISSING TO WS-COUNT-DISPLAY.
008860     STRING "  MISSING: " DELIMITED BY SIZE
008870            WS-COUNT-DISPLAY DELIMITED BY SIZE
008880            INTO REPORT-LINE.
008890     WRITE REPORT-LINE.
008900     MOVE SPACES TO REPORT-LINE.
008910     MOVE WS-SLICE-UNVERIFIED TO WS-COUNT-DISPLAY.
008920     STRING "  Nao verificaveis: " DELIMITED BY SIZE
008930            WS-COUNT-DISPLAY DELIMITED BY SIZE
008940            INTO REPORT-LINE.
008950     WRITE REPORT-LINE.
008960     MOVE SPACES TO REPORT-LINE.
008970     MOVE WS-SLICE-PURGED TO WS-COUNT-DISPLAY.
008980     STRING "Expurgados (nao verificados): " DELIMITED BY SIZE
008990            WS-COUNT-DISPLAY DELIMITED BY SIZE
009000            INTO REPORT-LINE.
009010     WRITE REPORT-LINE.
009020     MOVE SPACES TO REPORT-LINE.
009030     MOVE WS-SLICE-RESET TO WS-COUNT-DISPLAY.
009040     STRING "Entradas do master reabertas: " DELIMITED BY SIZE
009050            WS-COUNT-DISPLAY DELIMITED BY SIZE
009060            INTO REPORT-LINE.
009070     WRITE REPORT-LINE.
009080
009090     MOVE SPACES TO REPORT-LINE.
009100     WRITE REPORT-LINE.
009110     MOVE SPACES TO REPORT-LINE.
009120     MOVE WS-CYCLE-CHECKED TO WS-COUNT-DISPLAY.
009130     STRING "Verificados na passagem: " DELIMITED BY SIZE
009140            WS-COUNT-DISPLAY DELIMITED BY SIZE
009150            INTO REPORT-LINE.
009160     WRITE REPORT-LINE.
009170     MOVE SPACES TO REPORT-LINE.
009180     MOVE WS-CYCLE-MATCH TO WS-COUNT-DISPLAY.
009190     STRING "  MATCH: " DELIMITED BY SIZE
009200            WS-COUNT-DISPLAY DELIMITED BY SIZE
009210            INTO REPORT-LINE.
009220     WRITE REPORT-LINE.
009230     MOVE SPACES TO REPORT-LINE.
009240     MOVE WS-CYCLE-ALTERED TO WS-COUNT-DISPLAY.
009250     STRING "  ALTERED: " DELIMITED BY SIZE
009260            WS-COUNT-DISPLAY DELIMITED BY SIZE
009270            INTO REPORT-LINE.
009280     WRITE REPORT-LINE.
009290     MOVE SPACES TO REPORT-LINE.
009300     MOVE WS-CYCLE-MISSING TO WS-COUNT-DISPLAY.
009310     STRING "  MISSING: " DELIMITED BY SIZE
009320            WS-COUNT-DISPLAY DELIMITED BY SIZE
009330            INTO REPORT-LINE.
009340     WRITE REPORT-LINE.
009350     MOVE SPACES TO REPORT-LINE.
009360     MOVE WS-CYCLE-UNVERIFIED TO WS-COUNT-DISPLAY.
009370     STRING "  Nao verificaveis: " DELIMITED BY SIZE
009380            WS-COUNT-DISPLAY DELIMITED BY SIZE
009390            INTO REPORT-LINE.
009400     WRITE REPORT-LINE.
009410
009420     MOVE SPACES TO REPORT-LINE.
009430     IF WS-END-OF-INDEX
009440         STRING "Passagem completa - a proxima execucao "
009450                DELIMITED BY SIZE
009460                "recomeca do inicio do indice" DELIMITED BY SIZE
009470                INTO REPORT-LINE
009480         END-STRING
009490     ELSE
009500         MOVE "Passagem em andamento - continua na proxima vez"
009510             TO REPORT-LINE
009520     END-IF.
009530     WRITE REPORT-LINE.
009540
009550*----------------------------------------------------------------
009560* ACQUIRE-RUN-LOCK
009570*   CLAIMS RUN-LOCK, THE ONE-LINE LOCK FILE SHARED BY EVERY JOB
009580*   THAT UPDATES DOWNLOAD-MASTER, BEFORE ANYTHING IS OPENED FOR
009590*   UPDATE. A LINE ALREADY THERE NAMES A JOB STILL RUNNING, SO
009600*   THIS RUN IS REFUSED (WS-RUN-LOCK-FREE STAYS SET) AND THE
009610*   HOLDER IS NAMED FOR THE OPERATOR. A JOB THAT DIED WITHOUT
009620*   RELEASING THE LOCK LEAVES ITS LINE BEHIND; THE OPERATOR
009630*   EMPTIES RUNLOCK ONCE SURE THAT JOB IS GONE.
009640*----------------------------------------------------------------
009650 ACQUIRE-RUN-LOCK.
009660     MOVE SPACES TO WS-LOCK-HOLDER.
009670     MOVE SPACES TO WS-LOCK-SINCE.
009680     OPEN INPUT RUN-LOCK.
009690     IF WS-RUNLOCK-STATUS = "00"
009700         READ RUN-LOCK
009710             NOT AT END
009720                 MOVE RLK-PROGRAM     TO WS-LOCK-HOLDER
009730                 MOVE RLK-START-STAMP TO WS-LOCK-SINCE
009740         END-READ
009750         CLOSE RUN-LOCK
009760     END-IF.
009770     IF WS-LOCK-HOLDER NOT = SPACES
009780         DISPLAY "Execucao recusada: RUNLOCK ocupado desde "
009790                 WS-LOCK-SINCE " por " WS-LOCK-HOLDER
009800         DISPLAY "Se esse job nao estiver mais rodando, "
009810                 "esvazie o arquivo RUNLOCK"
009820         EXIT PARAGRAPH
009830     END-IF.
009840     OPEN OUTPUT RUN-LOCK.
009850     IF WS-RUNLOCK-STATUS NOT = "00"
009860         DISPLAY "Nao foi possivel gravar RUNLOCK, "
009870                 "execucao recusada"
009880         EXIT PARAGRAPH
009890     END-IF.
009900     PERFORM BUILD-TIMESTAMP.
009910     MOVE SPACES       TO RUN-LOCK-RECORD.
009920     MOVE "FIXITY"     TO RLK-PROGRAM.
009930     MOVE WS-TIMESTAMP TO RLK-START-STAMP.
009940     WRITE RUN-LOCK-RECORD.
009950     CLOSE RUN-LOCK.
009960     SET WS-RUN-LOCK-HELD TO TRUE.
009970
009980*----------------------------------------------------------------
009990* RELEASE-RUN-LOCK
010000*   EMPTIES RUN-LOCK AGAIN SO THE NEXT JOB MAY RUN. CALLED BEFORE
010010*   EVERY STOP RUN ONCE THE LOCK IS HELD; DOES NOTHING WHEN IT
010020*   IS NOT.
010030*----------------------------------------------------------------
010040 RELEASE-RUN-LOCK.
010050     IF WS-RUN-LOCK-FREE
010060         EXIT PARAGRAPH
010070     END-IF.
010080     OPEN OUTPUT RUN-LOCK.
010090     IF WS-RUNLOCK-STATUS = "00"
010100         CLOSE RUN-LOCK
010110     ELSE
010120         DISPLAY "Nao foi possivel liberar RUNLOCK"
010130     END-IF.
010140     SET WS-RUN-LOCK-FREE TO TRUE.
