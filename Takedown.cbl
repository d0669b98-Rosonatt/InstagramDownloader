000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. TAKEDOWN.
000120 AUTHOR. R-SONATT.
000130 INSTALLATION. MEDIA-ARCHIVE-UNIT.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-15  RS   ORIGINAL PROGRAM - CARRIES OUT LEGAL TAKEDOWN
000200*                  REQUESTS FOR CONTENT ALREADY ARCHIVED. READS
000210*                  THE TAKEDOWN FILE OF "url URL CASEREF" AND
000220*                  "conta NAME CASEREF" LINES, FINDS THE AFFECTED
000230*                  ITEMS THROUGH DOWNLOAD-MASTER AND
000240*                  CHECKSUM-INDEX, DELETES THEIR FILES FROM THE
000250*                  downloads TREE, MARKS THE MASTER ENTRIES
000260*                  REMOVIDO-L (REMOVIDO-LEGAL) SO THE NIGHTLY
000270*                  DEDUP NEVER RE-FETCHES THEM, APPENDS THE URL
000280*                  OR ACCOUNT TO THE BLOCKLIST AND WRITES A DEL
000290*                  RECORD PER ITEM INTO A NEW CATALOG GENERATION
000300*                  SO THE CATALOG SYSTEM DROPS IT TOO. A CASE
000310*                  THAT A LEGALHOLD ENTRY COVERS IS NOT TOUCHED
000320*                  AT ALL: THE CONFLICT IS REPORTED FOR LEGAL TO
000330*                  RESOLVE. EVERY ACTION GOES TO THE TAKEDOWN
000340*                  REPORT (TKDRPT) KEYED BY CASE REFERENCE AND
000350*                  EVERY MASTER CHANGE TO MASTERMAINT'S DMNTAUD.
000360*                  EXIT CODE 1 WHEN ANY CASE WAS HELD BACK OR ANY
000370*                  REMOVAL COULD NOT BE PROVEN.
000372* 2026-10-15  RS   CLAIM THE SHARED RUN-LOCK BEFORE OPENING THE
000374*                  MASTER AND REFUSE TO RUN (RC 4) WHILE ANOTHER
000376*                  DOWNLOAD-MASTER JOB HOLDS IT.
000377* 2026-10-15  RS   DROP EVERY CHECKSUM-INDEX ENTRY OF A REMOVED
000378*                  ITEM, NOT ONLY THE FIRST - A CAROUSEL NOW HAS
000379*                  ONE ENTRY PER SLIDE.
000380* 2026-10-15  RS   DELETE AN ITEM'S FILES FROM EVERY FOLDER THE
000381*                  CHECKSUM-INDEX AND THE MASTER PLACE THEM IN,
000382*                  TEST "pasta" HOLDS AGAINST EACH OF THEM, AND
000383*                  MARK THE ITEM REMOVIDO-L ONLY WHEN EVERY FOLDER
000384*                  CHECKS CLEAN. A PENDENTE ITEM KEEPS ITS MASTER
000385*                  AND CHECKSUM-INDEX ENTRIES FOR A RETRY.
000386* 2026-10-15  RS   DELETE THE FILES OF EVERY ITEM NOT PURGED THAT
000387*                  GOT AS FAR AS A TITLE OR A CHECKSUM, WHATEVER
000388*                  ITS MASTER STATUS (A FAILED RE-FETCH OR A
000389*                  FIXITY RESET CAN LEAVE FILES BEHIND), AND
000390*                  REPORT A CASE WITH ITEMS LEFT PENDENTE AS
000391*                  PARCIAL RATHER THAN CONCLUIDO. THE BLOCKLIST
000392*                  ENTRY IS WRITTEN EITHER WAY.
000393*----------------------------------------------------------------
000394
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430
000440     SELECT TAKEDOWN-FILE ASSIGN TO "TAKEDOWN"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-TAKEDOWN-STATUS.
000470
000480     SELECT DOWNLOAD-MASTER ASSIGN TO "DMASTER"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS DM-URL
000520         FILE STATUS IS WS-DMASTER-STATUS.
000530
000540     SELECT CHECKSUM-INDEX ASSIGN TO "CKINDEX"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS CK-SUM
000580         FILE STATUS IS WS-CKINDEX-STATUS.
000590
000600     SELECT METADATA-FILE ASSIGN TO "METADATA"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-METADATA-STATUS.
000630
000640     SELECT LEGAL-HOLD ASSIGN TO "LEGALHOLD"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-LEGALHOLD-STATUS.
000670
000680     SELECT BLOCKLIST-FILE ASSIGN TO "BLOCKLIST"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-BLOCKLIST-STATUS.
000710
000720     SELECT CATALOG-EXPORT ASSIGN USING WS-CATALOG-GEN-NAME
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-CATALOG-STATUS.
000750
000760     SELECT CATALOG-CONTROL ASSIGN TO "CATCTL"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-CATCTL-STATUS.
000790
000800     SELECT MAINT-AUDIT ASSIGN TO "DMNTAUD"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-AUDIT-STATUS.
000830
000840     SELECT TAKEDOWN-REPORT ASSIGN TO "TKDRPT"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-REPORT-STATUS.
000870
000872     SELECT RUN-LOCK ASSIGN TO "RUNLOCK"
000874         ORGANIZATION IS LINE SEQUENTIAL
000876         FILE STATUS IS WS-RUNLOCK-STATUS.
000878
000880 DATA DIVISION.
000890 FILE SECTION.
000900
000910*----------------------------------------------------------------
000920* TAKEDOWN-FILE HOLDS ONE FREE-FORM LINE PER LEGAL DEMAND: THE
000930* KIND ("url" OR "conta"), THE URL OR ACCOUNT NAME AND THE CASE
000940* REFERENCE LEGAL GAVE IT, E.G.
000950* "conta fulano PROC-2026-0142". "*" LINES ARE COMMENTS.
000960*----------------------------------------------------------------
000970 FD  TAKEDOWN-FILE
000980     RECORD CONTAINS 160 CHARACTERS.
000990 01  TKD-LINE                    PIC X(160).
001000
001010 FD  DOWNLOAD-MASTER
001020     RECORD CONTAINS 163 CHARACTERS.
001030 01  MASTER-RECORD.
001040     05  DM-URL                  PIC X(100).
001050     05  DM-CONTENT-TYPE         PIC X(10).
001060     05  DM-STATUS               PIC X(10).
001070     05  DM-FIRST-ATTEMPT        PIC X(19).
001080     05  DM-LAST-ATTEMPT         PIC X(19).
001090     05  DM-ATTEMPT-COUNT        PIC 9(05).
001100
001110 FD  CHECKSUM-INDEX
001120     RECORD CONTAINS 211 CHARACTERS.
001130 01  CKINDEX-RECORD.
001140     05  CK-SUM                  PIC X(32).
001150     05  CK-URL                  PIC X(100).
001160     05  CK-PATH                 PIC X(60).
001170     05  CK-TIMESTAMP            PIC X(19).
001180
001190 FD  METADATA-FILE
001200     RECORD CONTAINS 265 CHARACTERS.
001210 01  METADATA-RECORD.
001220     05  MD-TIMESTAMP            PIC X(19).
001230     05  FILLER                  PIC X(01).
001240     05  MD-CONTENT-TYPE         PIC X(10).
001250     05  FILLER                  PIC X(01).
001260     05  MD-URL                  PIC X(100).
001270     05  FILLER                  PIC X(01).
001280     05  MD-TITLE                PIC X(100).
001290     05  FILLER                  PIC X(01).
001300     05  MD-DURATION             PIC X(10).
001310     05  FILLER                  PIC X(01).
001320     05  MD-UPLOAD-DATE          PIC X(10).
001330     05  FILLER                  PIC X(01).
001340     05  MD-LIKE-COUNT           PIC X(10).
001350
001360*----------------------------------------------------------------
001370* LEGAL-HOLD IS RETENTIONPURGE'S FILE OF ITEMS LEGAL ASKED US TO
001380* PRESERVE: "url URL" OR "pasta [TYPE/]YYYY-MM-DD".
001390*----------------------------------------------------------------
001400 FD  LEGAL-HOLD
001410     RECORD CONTAINS 120 CHARACTERS.
001420 01  HOLD-LINE                   PIC X(120).
001430
001440*----------------------------------------------------------------
001450* BLOCKLIST-FILE IS THE NIGHTLY PROGRAM'S LIST OF ACCOUNTS AND
001460* URL PREFIXES LEGAL TOLD US TO STOP PULLING: "conta NAME" OR
001470* "url PREFIX". EVERY CASE CARRIED OUT HERE IS APPENDED TO IT.
001480*----------------------------------------------------------------
001490 FD  BLOCKLIST-FILE
001500     RECORD CONTAINS 120 CHARACTERS.
001510 01  BLK-LINE                    PIC X(120).
001520
001530*----------------------------------------------------------------
001540* CATALOG-EXPORT IS A NUMBERED CATALOG GENERATION IN THE NIGHTLY
001550* PROGRAM'S FORMAT: AN HDR LINE, THE DETAIL LINES AND A TRL LINE
001560* WITH THEIR COUNT. THE DETAIL LINES WRITTEN HERE ARE DELETION
001570* RECORDS: "DEL|TIMESTAMP|TYPE|URL|CASEREF|FOLDER".
001580*----------------------------------------------------------------
001590 FD  CATALOG-EXPORT
001600     RECORD CONTAINS 326 CHARACTERS.
001610 01  CATALOG-LINE                PIC X(326).
001620
001630 FD  CATALOG-CONTROL
001640     RECORD CONTAINS 34 CHARACTERS.
001650 01  CATCTL-RECORD.
001660     05  CTL-GEN-NUMBER          PIC 9(04).
001670     05  FILLER                  PIC X(01) VALUE SPACE.
001680     05  CTL-SENT-DATE           PIC X(10).
001690     05  FILLER                  PIC X(01) VALUE SPACE.
001700     05  CTL-RECORD-COUNT        PIC 9(07).
001710     05  FILLER                  PIC X(01) VALUE SPACE.
001720     05  CTL-STATUS              PIC X(10).
001730
001740*----------------------------------------------------------------
001750* MAINT-AUDIT IS MASTERMAINT'S AUDIT TRAIL. EVERY MASTER ENTRY
001760* THIS PROGRAM MARKS REMOVED IS APPENDED THERE IN THE SAME
001770* LAYOUT.
001780*----------------------------------------------------------------
001790 FD  MAINT-AUDIT
001800     RECORD CONTAINS 151 CHARACTERS.
001810 01  AUDIT-RECORD.
001820     05  AUD-TIMESTAMP           PIC X(19).
001830     05  FILLER                  PIC X(01) VALUE SPACE.
001840     05  AUD-ACTION              PIC X(08).
001850     05  FILLER                  PIC X(01) VALUE SPACE.
001860     05  AUD-URL                 PIC X(100).
001870     05  FILLER                  PIC X(01) VALUE SPACE.
001880     05  AUD-OLD-STATUS          PIC X(10).
001890     05  FILLER                  PIC X(01) VALUE SPACE.
001900     05  AUD-NEW-STATUS          PIC X(10).
001910
001920 FD  TAKEDOWN-REPORT
001930     RECORD CONTAINS 132 CHARACTERS.
001940 01  REPORT-LINE                 PIC X(132).
001941
001942 FD  RUN-LOCK
001943     RECORD CONTAINS 28 CHARACTERS.
001944 01  RUN-LOCK-RECORD.
001945     05  RLK-PROGRAM             PIC X(08).
001946     05  FILLER                  PIC X(01).
001947     05  RLK-START-STAMP         PIC X(19).
001950
001960 WORKING-STORAGE SECTION.
001970
001980*----------------------------------------------------------------
001990* STANDALONE ITEMS
002000*----------------------------------------------------------------
002010 77  OUTPUT-DIR                  PIC X(20)  VALUE "downloads".
002020 77  WS-TAKEDOWN-STATUS          PIC X(02)  VALUE "00".
002030 77  WS-DMASTER-STATUS           PIC X(02)  VALUE "00".
002040 77  WS-CKINDEX-STATUS           PIC X(02)  VALUE "00".
002050 77  WS-METADATA-STATUS          PIC X(02)  VALUE "00".
002060 77  WS-LEGALHOLD-STATUS         PIC X(02)  VALUE "00".
002070 77  WS-BLOCKLIST-STATUS         PIC X(02)  VALUE "00".
002080 77  WS-CATALOG-STATUS           PIC X(02)  VALUE "00".
002090 77  WS-CATCTL-STATUS            PIC X(02)  VALUE "00".
002100 77  WS-AUDIT-STATUS             PIC X(02)  VALUE "00".
002110 77  WS-REPORT-STATUS            PIC X(02)  VALUE "00".
002115 77  WS-RUNLOCK-STATUS           PIC X(02)  VALUE "00".
002120 77  WS-LOCK-HOLDER              PIC X(08).
002125 77  WS-LOCK-SINCE               PIC X(19).
002130 77  WS-CATALOG-GEN-NAME         PIC X(30).
002135 77  WS-CATALOG-GEN-NUMBER       PIC 9(04)  VALUE ZERO.
002140 77  WS-CATALOG-RECORD-COUNT     PIC 9(07)  VALUE ZERO.
002150 77  COMMAND                     PIC X(300).
002160 77  WS-SYSTEM-RC                PIC S9(9)  VALUE ZERO.
002170 77  WS-DIVIDE-REMAINDER         PIC 9(05)  COMP  VALUE ZERO.
002180 77  WS-TIMESTAMP                PIC X(19).
002190 77  WS-TKD-KIND-TEXT            PIC X(10).
002200 77  WS-TKD-VALUE-TEXT           PIC X(100).
002210 77  WS-TKD-CASE-REF             PIC X(20).
002220 77  WS-TKD-MATCH-TEXT           PIC X(102).
002230 77  WS-TKD-MATCH-LEN            PIC 9(05)  COMP  VALUE ZERO.
002240 77  WS-TKD-VALUE-LEN            PIC 9(05)  COMP  VALUE ZERO.
002250 77  WS-MATCH-TALLY              PIC 9(05)  COMP  VALUE ZERO.
002260 77  WS-HOLD-KIND-TEXT           PIC X(10).
002270 77  WS-HOLD-VALUE-TEXT          PIC X(100).
002280 77  WS-HOLD-TYPE-TEXT           PIC X(10).
002290 77  WS-HOLD-DATE-TEXT           PIC X(10).
002300 77  WS-BLK-KIND-TEXT            PIC X(10).
002310 77  WS-BLK-VALUE-TEXT           PIC X(100).
002320 77  WS-PATH-DIR-TEXT            PIC X(20).
002330 77  WS-PATH-TYPE-TEXT           PIC X(10).
002340 77  WS-PATH-DATE-TEXT           PIC X(10).
002350 77  WS-CHECK-TITLE              PIC X(100).
002360 77  WS-TITLE-LEN                PIC 9(05)  COMP  VALUE ZERO.
002370 77  WS-UNSAFE-COUNT             PIC 9(05)  COMP  VALUE ZERO.
002380 77  WS-HELD-SOURCE              PIC X(60).
002390 77  WS-RPT-ACTION               PIC X(12).
002400 77  WS-RPT-TEXT                 PIC X(97).
002410 77  WS-OLD-STATUS               PIC X(10).
002420 77  WS-NEW-STATUS               PIC X(10)  VALUE "REMOVIDO-L".
002430 77  WS-CASE-REMOVED             PIC 9(05)  COMP  VALUE ZERO.
002435 77  WS-CASE-PENDING             PIC 9(05)  COMP  VALUE ZERO.
002440 77  WS-TOTAL-CASES              PIC 9(05)  COMP  VALUE ZERO.
002450 77  WS-TOTAL-DONE               PIC 9(05)  COMP  VALUE ZERO.
002455 77  WS-TOTAL-PARTIAL            PIC 9(05)  COMP  VALUE ZERO.
002460 77  WS-TOTAL-CONFLICTS          PIC 9(05)  COMP  VALUE ZERO.
002470 77  WS-TOTAL-INVALID            PIC 9(05)  COMP  VALUE ZERO.
002480 77  WS-TOTAL-REMOVED            PIC 9(05)  COMP  VALUE ZERO.
002490 77  WS-TOTAL-ALREADY            PIC 9(05)  COMP  VALUE ZERO.
002500 77  WS-TOTAL-PENDING            PIC 9(05)  COMP  VALUE ZERO.
002510 77  WS-TOTAL-BLOCKED            PIC 9(05)  COMP  VALUE ZERO.
002520 77  WS-COUNT-DISPLAY            PIC ZZZZ9.
002525 77  WS-PENDING-DISPLAY          PIC ZZZZ9.
002530
002540*----------------------------------------------------------------
002550* CURRENT DATE / TIME WORK AREAS (USED TO BUILD WS-TIMESTAMP)
002560*----------------------------------------------------------------
002570 01  WS-CURRENT-DATE-FIELDS.
002580     05  WS-CD-YYYY              PIC 9(04).
002590     05  WS-CD-MM                PIC 9(02).
002600     05  WS-CD-DD                PIC 9(02).
002610
002620 01  WS-CURRENT-TIME-FIELDS.
002630     05  WS-CT-HH                PIC 9(02).
002640     05  WS-CT-MM                PIC 9(02).
002650     05  WS-CT-SS                PIC 9(02).
002660     05  WS-CT-HH2               PIC 9(02).
002670
002680*----------------------------------------------------------------
002690* REPORT DETAIL LINE - EVERY LINE OF THE TAKEDOWN REPORT STARTS
002700* WITH THE CASE REFERENCE SO LEGAL CAN PULL ONE CASE'S PROOF OF
002710* REMOVAL OUT OF THE REPORT WITH A SIMPLE SEARCH.
002720*----------------------------------------------------------------
002730 01  WS-RPT-DETAIL.
002740     05  RPT-CASE-REF            PIC X(20).
002750     05  FILLER                  PIC X(01)  VALUE SPACE.
002760     05  RPT-ACTION              PIC X(12).
002770     05  FILLER                  PIC X(01)  VALUE SPACE.
002780     05  RPT-TEXT                PIC X(98).
002790
002800*----------------------------------------------------------------
002810* SWITCHES
002820*----------------------------------------------------------------
002830 01  WS-SWITCHES.
002840     05  WS-TAKEDOWN-EOF-SWITCH  PIC X(01)  VALUE "N".
002850         88  WS-END-OF-TAKEDOWN             VALUE "Y".
002860     05  WS-MASTER-EOF-SWITCH    PIC X(01)  VALUE "N".
002870         88  WS-END-OF-MASTER               VALUE "Y".
002880     05  WS-INDEX-EOF-SWITCH     PIC X(01)  VALUE "N".
002890         88  WS-END-OF-INDEX                VALUE "Y".
002900     05  WS-MD-EOF-SWITCH        PIC X(01)  VALUE "N".
002910         88  WS-END-OF-METADATA             VALUE "Y".
002920     05  WS-HOLD-EOF-SWITCH      PIC X(01)  VALUE "N".
002930         88  WS-END-OF-HOLDS                VALUE "Y".
002940     05  WS-BLOCKLIST-EOF-SWITCH PIC X(01)  VALUE "N".
002950         88  WS-END-OF-BLOCKLIST            VALUE "Y".
002960     05  WS-CATCTL-EOF-SWITCH    PIC X(01)  VALUE "N".
002970         88  WS-END-OF-CATCTL               VALUE "Y".
002980     05  WS-GEN-SLOT-SWITCH      PIC X(01)  VALUE "N".
002990         88  WS-GEN-SLOT-TAKEN              VALUE "Y".
003000         88  WS-GEN-SLOT-FREE               VALUE "N".
003010     05  WS-CKINDEX-OPEN-SWITCH  PIC X(01)  VALUE "N".
003020         88  WS-CKINDEX-IS-OPEN             VALUE "Y".
003022     05  WS-ENTRY-CASE-SWITCH    PIC X(01)  VALUE "N".
003024         88  WS-ENTRY-IN-CASE               VALUE "Y".
003026         88  WS-ENTRY-NOT-IN-CASE           VALUE "N".
003027     05  WS-FOLDER-FOUND-SWITCH  PIC X(01)  VALUE "N".
003028         88  WS-FOLDER-WAS-FOUND            VALUE "Y".
003029         88  WS-FOLDER-NOT-FOUND            VALUE "N".
003030     05  WS-TRIM-DONE-SWITCH     PIC X(01)  VALUE "N".
003040         88  WS-TRIM-DONE                   VALUE "Y".
003050         88  WS-TRIM-MORE                   VALUE "N".
003060     05  WS-CASE-HELD-SWITCH     PIC X(01)  VALUE "N".
003070         88  WS-CASE-IS-HELD                VALUE "Y".
003080         88  WS-CASE-NOT-HELD               VALUE "N".
003090     05  WS-ITEM-HELD-SWITCH     PIC X(01)  VALUE "N".
003100         88  WS-ITEM-IS-HELD                VALUE "Y".
003110         88  WS-ITEM-NOT-HELD               VALUE "N".
003120     05  WS-BLK-FOUND-SWITCH     PIC X(01)  VALUE "N".
003130         88  WS-BLK-WAS-FOUND               VALUE "Y".
003140         88  WS-BLK-NOT-FOUND               VALUE "N".
003150     05  WS-ITEM-FULL-SWITCH     PIC X(01)  VALUE "N".
003160         88  WS-ITEM-TABLE-FULL             VALUE "Y".
003170         88  WS-ITEM-TABLE-ROOM             VALUE "N".
003172     05  WS-RUNLOCK-SWITCH       PIC X(01)  VALUE "N".
003174         88  WS-RUN-LOCK-HELD               VALUE "Y".
003176         88  WS-RUN-LOCK-FREE               VALUE "N".
003177     05  WS-FILES-LEFT-SWITCH    PIC X(01)  VALUE "N".
003178         88  WS-ITEM-FILES-LEFT             VALUE "Y".
003179         88  WS-ITEM-FILES-CLEAN            VALUE "N".
003180
003190*----------------------------------------------------------------
003200* ITEM TABLE - THE ARCHIVED ITEMS ONE TAKEDOWN LINE COVERS, WITH
003210* THE FOLDER AND CHECKSUM FOUND IN CHECKSUM-INDEX (OR, FAILING
003220* THAT, THE FOLDER THE MASTER'S TYPE AND LAST-ATTEMPT DATE NAME)
003225* AND THE TITLE THAT NAMES THE FILES ON DISK. EVERY DISTINCT
003230* FOLDER THE ITEM MAY HAVE FILES IN - THE MASTER'S AND EACH ONE
003235* AN INDEX ENTRY NAMES - IS KEPT IN ITS FOLDER LIST.
003240*----------------------------------------------------------------
003250 01  WS-ITEM-TABLE.
003260     05  WS-ITEM-ENTRY           OCCURS 500 TIMES
003270                                  INDEXED BY WS-ITM-IDX.
003280         10  WS-ITM-URL          PIC X(100).
003290         10  WS-ITM-TYPE         PIC X(10).
003300         10  WS-ITM-DATE         PIC X(10).
003310         10  WS-ITM-STATUS       PIC X(10).
003320         10  WS-ITM-PATH         PIC X(60).
003330         10  WS-ITM-SUM          PIC X(32).
003340         10  WS-ITM-TITLE        PIC X(100).
003350         10  WS-ITM-TITLE-SW     PIC X(01).
003360             88  WS-ITM-HAS-TITLE           VALUE "Y".
003370         10  WS-ITM-HELD-BY      PIC X(60).
003372         10  WS-ITM-FOLDER-COUNT PIC 9(02)  COMP.
003374         10  WS-ITM-FOLDER-SW    PIC X(01).
003376             88  WS-ITM-FOLDERS-FULL        VALUE "Y".
003378         10  WS-ITM-FOLDER       OCCURS 10 TIMES
003380                                  INDEXED BY WS-FLD-IDX.
003382             15  WS-FLD-PATH     PIC X(60).
003384             15  WS-FLD-TYPE     PIC X(10).
003386             15  WS-FLD-DATE     PIC X(10).
003388
003390 77  WS-ITM-COUNT                PIC 9(05)  COMP  VALUE ZERO.
003392 77  WS-ITEM-TABLE-MAX           PIC 9(05)  COMP  VALUE 500.
003394 77  WS-ITEM-FOLDER-MAX          PIC 9(05)  COMP  VALUE 10.
003410
003420*----------------------------------------------------------------
003430* LEGAL-HOLD TABLE - "url" ENTRIES KEEP THEIR URL; "pasta"
003440* ENTRIES KEEP THE (TYPE, DATE) FOLDER THEY NAME, A BLANK TYPE
003450* HOLDING THAT DATE FOR EVERY CONTENT-TYPE. THE ORIGINAL ENTRY IS
003460* KEPT FOR THE CONFLICT REPORT.
003470*----------------------------------------------------------------
003480 01  WS-HOLD-TABLE.
003490     05  WS-HOLD-ENTRY           OCCURS 200 TIMES
003500                                  INDEXED BY WS-HOLD-IDX.
003510         10  WS-HOLD-KIND        PIC X(01).
003520         10  WS-HOLD-URL         PIC X(100).
003530         10  WS-HOLD-TYPE        PIC X(10).
003540         10  WS-HOLD-DATE        PIC X(10).
003550         10  WS-HOLD-SOURCE      PIC X(60).
003560
003570 77  WS-HOLD-COUNT               PIC 9(05)  COMP  VALUE ZERO.
003580 77  WS-HOLD-TABLE-MAX           PIC 9(05)  COMP  VALUE 200.
003590
003600*----------------------------------------------------------------
003610* BLOCKLIST TABLE - THE ENTRIES ALREADY ON THE BLOCKLIST, SO A
003620* CASE IS NEVER APPENDED TWICE.
003630*----------------------------------------------------------------
003640 01  WS-BLOCKLIST-TABLE.
003650     05  WS-BLK-ENTRY            OCCURS 500 TIMES
003660                                  INDEXED BY WS-BLK-IDX.
003670         10  WS-BLK-KIND         PIC X(10).
003680         10  WS-BLK-VALUE        PIC X(100).
003690
003700 77  WS-BLK-COUNT                PIC 9(05)  COMP  VALUE ZERO.
003710 77  WS-BLK-TABLE-MAX            PIC 9(05)  COMP  VALUE 500.
003720
003730 PROCEDURE DIVISION.
003740
003750*----------------------------------------------------------------
003760* MAIN-PROCEDURE
003770*   LOADS THE LEGAL HOLDS AND THE CURRENT BLOCKLIST, OPENS A NEW
003780*   CATALOG GENERATION AND CARRIES OUT EVERY TAKEDOWN LINE IN
003790*   TURN.
003800*----------------------------------------------------------------
003810 MAIN-PROCEDURE.
003820     DISPLAY "Processamento de pedidos de remocao legal".
003830     PERFORM BUILD-TIMESTAMP.
003840     DISPLAY "Inicio: " WS-TIMESTAMP.
003841
003842     PERFORM ACQUIRE-RUN-LOCK.
003843     IF WS-RUN-LOCK-FREE
003844         MOVE 4 TO RETURN-CODE
003845         STOP RUN
003846     END-IF.
003850
003860     OPEN INPUT TAKEDOWN-FILE.
003870     IF WS-TAKEDOWN-STATUS NOT = "00"
003880         DISPLAY "TAKEDOWN ausente, nenhum pedido a processar"
003890         MOVE 0 TO RETURN-CODE
003895         PERFORM RELEASE-RUN-LOCK
003900         STOP RUN
003910     END-IF.
003920
003930     OPEN I-O DOWNLOAD-MASTER.
003940     IF WS-DMASTER-STATUS NOT = "00"
003950         DISPLAY "Nao foi possivel abrir DOWNLOAD-MASTER"
003960         CLOSE TAKEDOWN-FILE
003970         MOVE 1 TO RETURN-CODE
003975         PERFORM RELEASE-RUN-LOCK
003980         STOP RUN
003990     END-IF.
004000
004010     OPEN I-O CHECKSUM-INDEX.
004020     IF WS-CKINDEX-STATUS = "00"
004030         SET WS-CKINDEX-IS-OPEN TO TRUE
004040     ELSE
004050         DISPLAY "CHECKSUM-INDEX indisponivel, pastas tomadas "
004060                 "do DOWNLOAD-MASTER"
004070     END-IF.
004080
004090     OPEN OUTPUT TAKEDOWN-REPORT.
004100     IF WS-REPORT-STATUS NOT = "00"
004110         DISPLAY "Nao foi possivel abrir TAKEDOWN-REPORT"
004120         PERFORM CLOSE-MASTER-FILES
004130         CLOSE TAKEDOWN-FILE
004140         MOVE 1 TO RETURN-CODE
004145         PERFORM RELEASE-RUN-LOCK
004150         STOP RUN
004160     END-IF.
004170     PERFORM OPEN-MAINT-AUDIT.
004180     IF WS-AUDIT-STATUS NOT = "00"
004190         DISPLAY "Nao foi possivel abrir MAINT-AUDIT"
004200         CLOSE TAKEDOWN-REPORT
004210         PERFORM CLOSE-MASTER-FILES
004220         CLOSE TAKEDOWN-FILE
004230         MOVE 1 TO RETURN-CODE
004235         PERFORM RELEASE-RUN-LOCK
004240         STOP RUN
004250     END-IF.
004260
004270     PERFORM LOAD-LEGAL-HOLD.
004280     PERFORM LOAD-BLOCKLIST.
004290     PERFORM OPEN-CATALOG-EXPORT.
004300     IF WS-CATALOG-STATUS NOT = "00"
004310         DISPLAY "Nao foi possivel abrir CATALOG-EXPORT"
004320         CLOSE MAINT-AUDIT
004330         CLOSE TAKEDOWN-REPORT
004340         PERFORM CLOSE-MASTER-FILES
004350         CLOSE TAKEDOWN-FILE
004360         MOVE 1 TO RETURN-CODE
004365         PERFORM RELEASE-RUN-LOCK
004370         STOP RUN
004380     END-IF.
004390
004400     PERFORM WRITE-REPORT-HEADER.
004410     PERFORM READ-ONE-TAKEDOWN-LINE UNTIL WS-END-OF-TAKEDOWN.
004420     PERFORM CLOSE-CATALOG-EXPORT.
004430     PERFORM WRITE-REPORT-TOTALS.
004440
004450     CLOSE TAKEDOWN-REPORT.
004460     CLOSE MAINT-AUDIT.
004470     PERFORM CLOSE-MASTER-FILES.
004480     CLOSE TAKEDOWN-FILE.
004490
004500     MOVE WS-TOTAL-CASES TO WS-COUNT-DISPLAY.
004510     DISPLAY "Pedidos lidos: " WS-COUNT-DISPLAY.
004520     MOVE WS-TOTAL-REMOVED TO WS-COUNT-DISPLAY.
004530     DISPLAY "Itens removidos: " WS-COUNT-DISPLAY.
004540     MOVE WS-TOTAL-CONFLICTS TO WS-COUNT-DISPLAY.
004550     DISPLAY "Pedidos em conflito com retencao legal: "
004560             WS-COUNT-DISPLAY.
004570     PERFORM BUILD-TIMESTAMP.
004580     DISPLAY "Fim: " WS-TIMESTAMP.
004590     IF WS-TOTAL-CONFLICTS > ZERO OR WS-TOTAL-PENDING > ZERO
004600        OR WS-TOTAL-INVALID > ZERO
004610         MOVE 1 TO RETURN-CODE
004620     ELSE
004630         MOVE 0 TO RETURN-CODE
004640     END-IF.
004645     PERFORM RELEASE-RUN-LOCK.
004650     STOP RUN.
004660
004670*----------------------------------------------------------------
004680* CLOSE-MASTER-FILES
004690*   CLOSES DOWNLOAD-MASTER AND, WHEN IT WAS OPENED, THE
004700*   CHECKSUM-INDEX.
004710*----------------------------------------------------------------
004720 CLOSE-MASTER-FILES.
004730     IF WS-CKINDEX-IS-OPEN
004740         CLOSE CHECKSUM-INDEX
004750     END-IF.
004760     CLOSE DOWNLOAD-MASTER.
004770
004780*----------------------------------------------------------------
004790* OPEN-MAINT-AUDIT
004800*   OPENS MASTERMAINT'S AUDIT FILE FOR APPEND, CREATING IT FIRST
004810*   WHEN MISSING, THE SAME WAY MASTERMAINT DOES.
004820*----------------------------------------------------------------
004830 OPEN-MAINT-AUDIT.
004840     OPEN EXTEND MAINT-AUDIT.
004850     IF WS-AUDIT-STATUS = "35"
004860         OPEN OUTPUT MAINT-AUDIT
004870         CLOSE MAINT-AUDIT
004880         OPEN EXTEND MAINT-AUDIT
004890     END-IF.
004900
004910*----------------------------------------------------------------
004920* LOAD-LEGAL-HOLD
004930*   READS THE OPTIONAL LEGALHOLD FILE INTO THE HOLD TABLE. A
004940*   MISSING FILE MEANS NOTHING IS HELD.
004950*----------------------------------------------------------------
004960 LOAD-LEGAL-HOLD.
004970     OPEN INPUT LEGAL-HOLD.
004980     IF WS-LEGALHOLD-STATUS NOT = "00"
004990         EXIT PARAGRAPH
005000     END-IF.
005010     PERFORM READ-ONE-HOLD-LINE UNTIL WS-END-OF-HOLDS.
005020     CLOSE LEGAL-HOLD.
005030     IF WS-HOLD-COUNT > ZERO
005040         MOVE WS-HOLD-COUNT TO WS-COUNT-DISPLAY
005050         DISPLAY "Retencoes legais carregadas: "
005060                 WS-COUNT-DISPLAY
005070     END-IF.
005080
005090*----------------------------------------------------------------
005100* READ-ONE-HOLD-LINE
005110*   READS ONE LEGALHOLD LINE AND PARSES IT INTO THE HOLD TABLE,
005120*   SKIPPING BLANK AND COMMENT LINES. A FULL TABLE STOPS THE
005130*   LOAD WITH A CONSOLE WARNING.
005140*----------------------------------------------------------------
005150 READ-ONE-HOLD-LINE.
005160     IF WS-HOLD-COUNT NOT < WS-HOLD-TABLE-MAX
005170         DISPLAY "LEGALHOLD excede a tabela, linhas restantes "
005180                 "nao aplicadas"
005190         SET WS-END-OF-HOLDS TO TRUE
005200         EXIT PARAGRAPH
005210     END-IF.
005220     READ LEGAL-HOLD
005230         AT END
005240             SET WS-END-OF-HOLDS TO TRUE
005250         NOT AT END
005260             IF HOLD-LINE NOT = SPACES AND
005270                HOLD-LINE(1:1) NOT = "*"
005280                 PERFORM PARSE-HOLD-LINE
005290             END-IF
005300     END-READ.
005310
005320*----------------------------------------------------------------
005330* PARSE-HOLD-LINE
005340*   SPLITS ONE LEGALHOLD LINE INTO KIND AND VALUE THE WAY
005350*   RETENTIONPURGE DOES. A "url" HOLD IS KEPT AS THE URL ITSELF
005360*   (THE TAKEDOWN WORKS ITEM BY ITEM, NOT FOLDER BY FOLDER); A
005370*   "pasta" HOLD IS SPLIT INTO AN OPTIONAL TYPE AND THE DATE.
005380*----------------------------------------------------------------
005390 PARSE-HOLD-LINE.
005400     MOVE SPACES TO WS-HOLD-KIND-TEXT.
005410     MOVE SPACES TO WS-HOLD-VALUE-TEXT.
005420     UNSTRING HOLD-LINE DELIMITED BY ALL SPACE
005430         INTO WS-HOLD-KIND-TEXT WS-HOLD-VALUE-TEXT
005440     END-UNSTRING.
005450     MOVE FUNCTION UPPER-CASE(WS-HOLD-KIND-TEXT)
005460         TO WS-HOLD-KIND-TEXT.
005470     IF WS-HOLD-VALUE-TEXT = SPACES
005480         EXIT PARAGRAPH
005490     END-IF.
005500     IF WS-HOLD-KIND-TEXT = "PASTA"
005510         MOVE SPACES TO WS-HOLD-TYPE-TEXT
005520         MOVE SPACES TO WS-HOLD-DATE-TEXT
005530         UNSTRING WS-HOLD-VALUE-TEXT DELIMITED BY "/"
005540             INTO WS-HOLD-TYPE-TEXT WS-HOLD-DATE-TEXT
005550         END-UNSTRING
005560         IF WS-HOLD-DATE-TEXT = SPACES
005570             MOVE WS-HOLD-TYPE-TEXT TO WS-HOLD-DATE-TEXT
005580             MOVE SPACES TO WS-HOLD-TYPE-TEXT
005590         END-IF
005600         ADD 1 TO WS-HOLD-COUNT
005610         SET WS-HOLD-IDX TO WS-HOLD-COUNT
005620         MOVE "P" TO WS-HOLD-KIND(WS-HOLD-IDX)
005630         MOVE SPACES TO WS-HOLD-URL(WS-HOLD-IDX)
005640         MOVE FUNCTION LOWER-CASE(WS-HOLD-TYPE-TEXT)
005650             TO WS-HOLD-TYPE(WS-HOLD-IDX)
005660         MOVE WS-HOLD-DATE-TEXT TO WS-HOLD-DATE(WS-HOLD-IDX)
005670         MOVE WS-HOLD-VALUE-TEXT TO WS-HOLD-SOURCE(WS-HOLD-IDX)
005680     ELSE IF WS-HOLD-KIND-TEXT = "URL"
005690         ADD 1 TO WS-HOLD-COUNT
005700         SET WS-HOLD-IDX TO WS-HOLD-COUNT
005710         MOVE "U" TO WS-HOLD-KIND(WS-HOLD-IDX)
005720         MOVE FUNCTION LOWER-CASE(WS-HOLD-VALUE-TEXT)
005730             TO WS-HOLD-URL(WS-HOLD-IDX)
005740         MOVE SPACES TO WS-HOLD-TYPE(WS-HOLD-IDX)
005750         MOVE SPACES TO WS-HOLD-DATE(WS-HOLD-IDX)
005760         MOVE WS-HOLD-VALUE-TEXT TO WS-HOLD-SOURCE(WS-HOLD-IDX)
005770     ELSE
005780         DISPLAY "Entrada de retencao legal invalida: "
005790                 HOLD-LINE(1:60)
005800     END-IF.
005810
005820*----------------------------------------------------------------
005830* LOAD-BLOCKLIST
005840*   READS THE CURRENT BLOCKLIST INTO THE BLOCKLIST TABLE (KIND
005850*   UPPER-CASED, VALUE LOWER-CASED) SO A CASE ALREADY BLOCKED IS
005860*   NOT APPENDED AGAIN. A MISSING FILE IS CREATED ON THE FIRST
005870*   APPEND.
005880*----------------------------------------------------------------
005890 LOAD-BLOCKLIST.
005900     OPEN INPUT BLOCKLIST-FILE.
005910     IF WS-BLOCKLIST-STATUS = "00"
005920         PERFORM READ-ONE-BLOCKLIST-RECORD
005930             UNTIL WS-END-OF-BLOCKLIST
005940         CLOSE BLOCKLIST-FILE
005950     END-IF.
005960
005970*----------------------------------------------------------------
005980* READ-ONE-BLOCKLIST-RECORD
005990*   READS ONE BLOCKLIST LINE INTO THE TABLE, SKIPPING BLANK AND
006000*   COMMENT LINES. A FULL TABLE ONLY MEANS A LATER ENTRY MAY BE
006010*   APPENDED TWICE, WHICH THE NIGHTLY RUN TOLERATES.
006020*----------------------------------------------------------------
006030 READ-ONE-BLOCKLIST-RECORD.
006040     READ BLOCKLIST-FILE
006050         AT END
006060             SET WS-END-OF-BLOCKLIST TO TRUE
006070         NOT AT END
006080             IF BLK-LINE NOT = SPACES AND
006090                BLK-LINE(1:1) NOT = "*" AND
006100                WS-BLK-COUNT < WS-BLK-TABLE-MAX
006110                 MOVE SPACES TO WS-BLK-KIND-TEXT
006120                 MOVE SPACES TO WS-BLK-VALUE-TEXT
006130                 UNSTRING BLK-LINE DELIMITED BY ALL SPACE
006140                     INTO WS-BLK-KIND-TEXT WS-BLK-VALUE-TEXT
006150                 END-UNSTRING
006160                 ADD 1 TO WS-BLK-COUNT
006170                 SET WS-BLK-IDX TO WS-BLK-COUNT
006180                 MOVE FUNCTION UPPER-CASE(WS-BLK-KIND-TEXT)
006190                     TO WS-BLK-KIND(WS-BLK-IDX)
006200                 MOVE FUNCTION LOWER-CASE(WS-BLK-VALUE-TEXT)
006210                     TO WS-BLK-VALUE(WS-BLK-IDX)
006220             END-IF
006230     END-READ.
006240
006250*----------------------------------------------------------------
006260* READ-ONE-TAKEDOWN-LINE
006270*   READS ONE TAKEDOWN LINE AND CARRIES IT OUT, SKIPPING BLANK
006280*   AND COMMENT LINES. USED AS THE PERFORM ... UNTIL PARAGRAPH OF
006290*   THE MAIN LOOP.
006300*----------------------------------------------------------------
006310 READ-ONE-TAKEDOWN-LINE.
006320     READ TAKEDOWN-FILE
006330         AT END
006340             SET WS-END-OF-TAKEDOWN TO TRUE
006350         NOT AT END
006360             IF TKD-LINE NOT = SPACES AND
006370                TKD-LINE(1:1) NOT = "*"
006380                 PERFORM PROCESS-TAKEDOWN-LINE
006390             END-IF
006400     END-READ.
006410
006420*----------------------------------------------------------------
006430* PROCESS-TAKEDOWN-LINE
006440*   SPLITS ONE TAKEDOWN LINE INTO KIND, VALUE AND CASE REFERENCE,
006450*   GATHERS THE ITEMS IT COVERS, AND EITHER REPORTS A LEGAL-HOLD
006460*   CONFLICT (TOUCHING NOTHING) OR REMOVES EVERY ITEM AND BLOCKS
006470*   THE URL OR ACCOUNT FOR GOOD. THE BLOCK IS WRITTEN EVEN WHEN
006472*   AN ITEM IS LEFT PENDENTE, SO NOTHING OF THE CASE IS FETCHED
006474*   AGAIN, BUT SUCH A CASE IS REPORTED PARCIAL, NOT CONCLUIDO.
006480*----------------------------------------------------------------
006490 PROCESS-TAKEDOWN-LINE.
006500     ADD 1 TO WS-TOTAL-CASES.
006510     MOVE SPACES TO WS-TKD-KIND-TEXT.
006520     MOVE SPACES TO WS-TKD-VALUE-TEXT.
006530     MOVE SPACES TO WS-TKD-CASE-REF.
006540     UNSTRING TKD-LINE DELIMITED BY ALL SPACE
006550         INTO WS-TKD-KIND-TEXT WS-TKD-VALUE-TEXT WS-TKD-CASE-REF
006560     END-UNSTRING.
006570     MOVE FUNCTION UPPER-CASE(WS-TKD-KIND-TEXT)
006580         TO WS-TKD-KIND-TEXT.
006590     MOVE FUNCTION LOWER-CASE(WS-TKD-VALUE-TEXT)
006600         TO WS-TKD-VALUE-TEXT.
006610     MOVE WS-TKD-CASE-REF TO RPT-CASE-REF.
006620
006630     IF WS-TKD-VALUE-TEXT = SPACES OR WS-TKD-CASE-REF = SPACES
006640        OR (WS-TKD-KIND-TEXT NOT = "URL" AND
006650            WS-TKD-KIND-TEXT NOT = "CONTA")
006660         ADD 1 TO WS-TOTAL-INVALID
006670         IF WS-TKD-CASE-REF = SPACES
006680             MOVE "SEM-REFERENCIA" TO RPT-CASE-REF
006690         END-IF
006700         MOVE "INVALIDO" TO WS-RPT-ACTION
006710         MOVE TKD-LINE TO WS-RPT-TEXT
006720         PERFORM WRITE-DETAIL-LINE
006730         EXIT PARAGRAPH
006740     END-IF.
006750
006760     MOVE ZERO TO WS-ITM-COUNT.
006770     SET WS-ITEM-TABLE-ROOM TO TRUE.
006780     IF WS-TKD-KIND-TEXT = "URL"
006790         PERFORM COLLECT-URL-ITEM
006800     ELSE
006810         PERFORM COLLECT-ACCOUNT-ITEMS
006820     END-IF.
006830     IF WS-ITEM-TABLE-FULL
006840         ADD 1 TO WS-TOTAL-INVALID
006850         MOVE "INVALIDO" TO WS-RPT-ACTION
006860         MOVE "itens demais para a tabela - dividir o pedido"
006870             TO WS-RPT-TEXT
006880         PERFORM WRITE-DETAIL-LINE
006890         EXIT PARAGRAPH
006900     END-IF.
006910     PERFORM LOCATE-ITEM-FOLDERS.
006920     PERFORM LOAD-ITEM-TITLES.
006930
006940     PERFORM CHECK-CASE-HELD.
006950     IF WS-CASE-IS-HELD
006960         ADD 1 TO WS-TOTAL-CONFLICTS
006970         PERFORM REPORT-HELD-CASE
006980         EXIT PARAGRAPH
006990     END-IF.
007000
007010     MOVE ZERO TO WS-CASE-REMOVED.
007015     MOVE ZERO TO WS-CASE-PENDING.
007020     PERFORM REMOVE-ONE-ITEM
007030         VARYING WS-ITM-IDX FROM 1 BY 1
007040         UNTIL WS-ITM-IDX > WS-ITM-COUNT.
007045     PERFORM DELETE-CASE-INDEX-ENTRIES.
007050     PERFORM ADD-BLOCKLIST-ENTRY.
007055
007060     MOVE SPACES TO WS-RPT-TEXT.
007065     MOVE WS-CASE-REMOVED TO WS-COUNT-DISPLAY.
007070     IF WS-CASE-PENDING > ZERO
007072         ADD 1 TO WS-TOTAL-PARTIAL
007074         MOVE "PARCIAL" TO WS-RPT-ACTION
007076         MOVE WS-CASE-PENDING TO WS-PENDING-DISPLAY
007078         STRING "itens removidos: "  DELIMITED BY SIZE
007080                WS-COUNT-DISPLAY     DELIMITED BY SIZE
007082                ", pendentes: "      DELIMITED BY SIZE
007084                WS-PENDING-DISPLAY   DELIMITED BY SIZE
007086                " - "                DELIMITED BY SIZE
007088                WS-TKD-KIND-TEXT     DELIMITED BY SPACE
007090                " "                  DELIMITED BY SIZE
007092                WS-TKD-VALUE-TEXT    DELIMITED BY SPACE
007094                INTO WS-RPT-TEXT
007096         END-STRING
007097         PERFORM WRITE-DETAIL-LINE
007098         EXIT PARAGRAPH
007099     END-IF.
007100     ADD 1 TO WS-TOTAL-DONE.
007105     MOVE "CONCLUIDO" TO WS-RPT-ACTION.
007110     STRING WS-TKD-KIND-TEXT     DELIMITED BY SPACE
007120            " "                  DELIMITED BY SIZE
007130            WS-TKD-VALUE-TEXT    DELIMITED BY SPACE
007140            " - itens removidos: " DELIMITED BY SIZE
007150            WS-COUNT-DISPLAY     DELIMITED BY SIZE
007160            INTO WS-RPT-TEXT
007170     END-STRING.
007180     PERFORM WRITE-DETAIL-LINE.
007190
007200*----------------------------------------------------------------
007210* COLLECT-URL-ITEM
007220*   LOOKS THE URL OF A "url" LINE UP IN DOWNLOAD-MASTER. A URL
007230*   THE MASTER DOES NOT KNOW IS STILL BLOCKED, SO IT CAN NEVER
007240*   BE ARCHIVED LATER, AND THE REPORT SAYS SO.
007250*----------------------------------------------------------------
007260 COLLECT-URL-ITEM.
007270     MOVE WS-TKD-VALUE-TEXT TO DM-URL.
007280     READ DOWNLOAD-MASTER
007290         INVALID KEY
007300             MOVE "SEM REGISTRO" TO WS-RPT-ACTION
007310             MOVE WS-TKD-VALUE-TEXT TO WS-RPT-TEXT
007320             PERFORM WRITE-DETAIL-LINE
007330         NOT INVALID KEY
007340             PERFORM ADD-MASTER-ITEM
007350     END-READ.
007360
007370*----------------------------------------------------------------
007380* COLLECT-ACCOUNT-ITEMS
007390*   WALKS DOWNLOAD-MASTER ONCE AND GATHERS EVERY ENTRY WHOSE URL
007400*   CARRIES THE ACCOUNT AS A "/name/" SEGMENT - THE SAME TEST THE
007410*   NIGHTLY PROGRAM APPLIES TO BLOCKLIST ACCOUNTS.
007420*----------------------------------------------------------------
007430 COLLECT-ACCOUNT-ITEMS.
007440     MOVE 100 TO WS-TKD-VALUE-LEN.
007450     SET WS-TRIM-MORE TO TRUE.
007460     PERFORM TRIM-ONE-VALUE-CHAR UNTIL WS-TRIM-DONE.
007470     MOVE SPACES TO WS-TKD-MATCH-TEXT.
007480     STRING "/"                                DELIMITED BY SIZE
007490            WS-TKD-VALUE-TEXT(1:WS-TKD-VALUE-LEN)
007500                                               DELIMITED BY SIZE
007510            "/"                                DELIMITED BY SIZE
007520            INTO WS-TKD-MATCH-TEXT.
007530     ADD 2 WS-TKD-VALUE-LEN GIVING WS-TKD-MATCH-LEN.
007540
007550     MOVE "N" TO WS-MASTER-EOF-SWITCH.
007560     MOVE LOW-VALUES TO DM-URL.
007570     START DOWNLOAD-MASTER KEY NOT < DM-URL
007580         INVALID KEY
007590             SET WS-END-OF-MASTER TO TRUE
007600     END-START.
007610     PERFORM READ-ONE-ACCOUNT-MASTER UNTIL WS-END-OF-MASTER.
007620     IF WS-ITM-COUNT = ZERO
007630         MOVE "SEM REGISTRO" TO WS-RPT-ACTION
007640         MOVE SPACES TO WS-RPT-TEXT
007650         STRING "nenhum item arquivado da conta "
007660                                      DELIMITED BY SIZE
007670                WS-TKD-VALUE-TEXT     DELIMITED BY SPACE
007680                INTO WS-RPT-TEXT
007690         END-STRING
007700         PERFORM WRITE-DETAIL-LINE
007710     END-IF.
007720
007730*----------------------------------------------------------------
007740* READ-ONE-ACCOUNT-MASTER
007750*   READS THE NEXT DOWNLOAD-MASTER ENTRY AND GATHERS IT WHEN ITS
007760*   URL CARRIES THE ACCOUNT. USED AS THE PERFORM ... UNTIL
007770*   PARAGRAPH OF COLLECT-ACCOUNT-ITEMS.
007780*----------------------------------------------------------------
007790 READ-ONE-ACCOUNT-MASTER.
007800     READ DOWNLOAD-MASTER NEXT
007810         AT END
007820             SET WS-END-OF-MASTER TO TRUE
007830         NOT AT END
007840             MOVE ZERO TO WS-MATCH-TALLY
007850             INSPECT DM-URL TALLYING WS-MATCH-TALLY
007860                 FOR ALL WS-TKD-MATCH-TEXT(1:WS-TKD-MATCH-LEN)
007870             IF WS-MATCH-TALLY > ZERO
007880                 PERFORM ADD-MASTER-ITEM
007890             END-IF
007900     END-READ.
007910
007920*----------------------------------------------------------------
007930* ADD-MASTER-ITEM
007940*   ADDS THE MASTER ENTRY IN THE RECORD AREA TO THE ITEM TABLE,
007950*   WITH THE FOLDER ITS TYPE AND LAST-ATTEMPT DATE NAME AS THE
007960*   FIRST OF ITS FOLDERS. A FULL TABLE FLAGS THE CASE SO IT IS
007970*   NEVER HALF-CARRIED-OUT.
007980*----------------------------------------------------------------
007990 ADD-MASTER-ITEM.
008000     IF WS-ITM-COUNT NOT < WS-ITEM-TABLE-MAX
008010         SET WS-ITEM-TABLE-FULL TO TRUE
008020         EXIT PARAGRAPH
008030     END-IF.
008040     ADD 1 TO WS-ITM-COUNT.
008050     SET WS-ITM-IDX TO WS-ITM-COUNT.
008060     MOVE DM-URL                TO WS-ITM-URL(WS-ITM-IDX).
008070     MOVE DM-CONTENT-TYPE       TO WS-ITM-TYPE(WS-ITM-IDX).
008080     MOVE DM-LAST-ATTEMPT(1:10) TO WS-ITM-DATE(WS-ITM-IDX).
008090     MOVE DM-STATUS             TO WS-ITM-STATUS(WS-ITM-IDX).
008100     MOVE SPACES                TO WS-ITM-SUM(WS-ITM-IDX).
008110     MOVE SPACES                TO WS-ITM-TITLE(WS-ITM-IDX).
008120     MOVE "N"                   TO WS-ITM-TITLE-SW(WS-ITM-IDX).
008130     MOVE SPACES                TO WS-ITM-HELD-BY(WS-ITM-IDX).
008140     MOVE SPACES                TO WS-ITM-PATH(WS-ITM-IDX).
008150     STRING OUTPUT-DIR                 DELIMITED BY SPACE
008160            "/"                        DELIMITED BY SIZE
008170            DM-CONTENT-TYPE            DELIMITED BY SPACE
008180            "/"                        DELIMITED BY SIZE
008190            DM-LAST-ATTEMPT(1:10)      DELIMITED BY SIZE
008200            INTO WS-ITM-PATH(WS-ITM-IDX).
008201     MOVE 1 TO WS-ITM-FOLDER-COUNT(WS-ITM-IDX).
008202     MOVE "N" TO WS-ITM-FOLDER-SW(WS-ITM-IDX).
008203     MOVE WS-ITM-PATH(WS-ITM-IDX) TO WS-FLD-PATH(WS-ITM-IDX, 1).
008204     MOVE DM-CONTENT-TYPE TO WS-FLD-TYPE(WS-ITM-IDX, 1).
008205     MOVE DM-LAST-ATTEMPT(1:10) TO WS-FLD-DATE(WS-ITM-IDX, 1).
008210
008220*----------------------------------------------------------------
008230* LOCATE-ITEM-FOLDERS
008240*   WALKS CHECKSUM-INDEX ONCE AND GIVES EVERY ITEM ITS INDEXED
008250*   CHECKSUM AND THE FOLDER ITS FILE WAS ARCHIVED IN, WHICH IS
008260*   AUTHORITATIVE OVER THE MASTER'S LAST-ATTEMPT DATE (A LATER
008270*   FAILED RETRY MOVES THAT DATE, NOT THE FILE).
008280*----------------------------------------------------------------
008290 LOCATE-ITEM-FOLDERS.
008300     IF WS-ITM-COUNT = ZERO OR NOT WS-CKINDEX-IS-OPEN
008310         EXIT PARAGRAPH
008320     END-IF.
008330     MOVE "N" TO WS-INDEX-EOF-SWITCH.
008340     MOVE LOW-VALUES TO CK-SUM.
008350     START CHECKSUM-INDEX KEY NOT < CK-SUM
008360         INVALID KEY
008370             SET WS-END-OF-INDEX TO TRUE
008380     END-START.
008390     PERFORM READ-ONE-INDEX-ENTRY UNTIL WS-END-OF-INDEX.
008400
008410*----------------------------------------------------------------
008420* READ-ONE-INDEX-ENTRY
008430*   READS THE NEXT CHECKSUM-INDEX ENTRY AND OFFERS IT TO THE
008440*   ITEM TABLE. USED AS THE PERFORM ... UNTIL PARAGRAPH OF
008450*   LOCATE-ITEM-FOLDERS.
008460*----------------------------------------------------------------
008470 READ-ONE-INDEX-ENTRY.
008480     READ CHECKSUM-INDEX NEXT
008490         AT END
008500             SET WS-END-OF-INDEX TO TRUE
008510         NOT AT END
008520             PERFORM MATCH-ONE-INDEX-ITEM
008530                 VARYING WS-ITM-IDX FROM 1 BY 1
008540                 UNTIL WS-ITM-IDX > WS-ITM-COUNT
008550     END-READ.
008560
008570*----------------------------------------------------------------
008580* MATCH-ONE-INDEX-ITEM
008590*   GIVES THE ITEM AT WS-ITM-IDX THE CURRENT INDEX ENTRY'S
008600*   CHECKSUM AND FOLDER WHEN THE URLS MATCH, SPLITTING THE
008610*   downloads/TYPE/YYYY-MM-DD FOLDER BACK INTO TYPE AND DATE FOR
008615*   THE LEGAL-HOLD TEST, AND ADDS THE FOLDER TO THE ITEM'S FOLDER
008620*   LIST UNLESS IT IS ALREADY THERE - THE SLIDES OF A CAROUSEL
008625*   FETCHED AGAIN ON A LATER DAY SIT IN MORE THAN ONE FOLDER. A
008630*   FULL LIST FLAGS THE ITEM SO IT IS NEVER REPORTED REMOVED. USED
008635*   AS THE VARYING PARAGRAPH OF READ-ONE-INDEX-ENTRY.
008640*----------------------------------------------------------------
008650 MATCH-ONE-INDEX-ITEM.
008660     IF WS-ITM-URL(WS-ITM-IDX) NOT = CK-URL
008670         EXIT PARAGRAPH
008680     END-IF.
008690     MOVE CK-SUM  TO WS-ITM-SUM(WS-ITM-IDX).
008700     MOVE CK-PATH TO WS-ITM-PATH(WS-ITM-IDX).
008710     MOVE SPACES TO WS-PATH-DIR-TEXT.
008720     MOVE SPACES TO WS-PATH-TYPE-TEXT.
008730     MOVE SPACES TO WS-PATH-DATE-TEXT.
008740     UNSTRING CK-PATH DELIMITED BY "/"
008750         INTO WS-PATH-DIR-TEXT WS-PATH-TYPE-TEXT WS-PATH-DATE-TEXT
008760     END-UNSTRING.
008770     IF WS-PATH-DATE-TEXT NOT = SPACES
008780         MOVE WS-PATH-TYPE-TEXT TO WS-ITM-TYPE(WS-ITM-IDX)
008790         MOVE WS-PATH-DATE-TEXT TO WS-ITM-DATE(WS-ITM-IDX)
008800     END-IF.
008801     SET WS-FOLDER-NOT-FOUND TO TRUE.
008802     PERFORM MATCH-ONE-ITEM-FOLDER
008803         VARYING WS-FLD-IDX FROM 1 BY 1
008804         UNTIL WS-FLD-IDX > WS-ITM-FOLDER-COUNT(WS-ITM-IDX).
008805     IF WS-FOLDER-WAS-FOUND
008806         EXIT PARAGRAPH
008807     END-IF.
008808     IF WS-ITM-FOLDER-COUNT(WS-ITM-IDX) NOT < WS-ITEM-FOLDER-MAX
008809         SET WS-ITM-FOLDERS-FULL(WS-ITM-IDX) TO TRUE
008810         EXIT PARAGRAPH
008811     END-IF.
008812     ADD 1 TO WS-ITM-FOLDER-COUNT(WS-ITM-IDX).
008813     SET WS-FLD-IDX TO WS-ITM-FOLDER-COUNT(WS-ITM-IDX).
008814     MOVE CK-PATH TO WS-FLD-PATH(WS-ITM-IDX, WS-FLD-IDX).
008815     MOVE WS-PATH-TYPE-TEXT
008816         TO WS-FLD-TYPE(WS-ITM-IDX, WS-FLD-IDX).
008817     MOVE WS-PATH-DATE-TEXT
008818         TO WS-FLD-DATE(WS-ITM-IDX, WS-FLD-IDX).
008819
008820*----------------------------------------------------------------
008821* MATCH-ONE-ITEM-FOLDER
008822*   TESTS ONE FOLDER OF THE ITEM AT WS-ITM-IDX AGAINST THE
008823*   CURRENT INDEX ENTRY'S FOLDER. USED AS THE VARYING PARAGRAPH
008824*   OF MATCH-ONE-INDEX-ITEM.
008825*----------------------------------------------------------------
008826 MATCH-ONE-ITEM-FOLDER.
008827     IF WS-FLD-PATH(WS-ITM-IDX, WS-FLD-IDX) = CK-PATH
008828         SET WS-FOLDER-WAS-FOUND TO TRUE
008829     END-IF.
008830
008831*----------------------------------------------------------------
008832* LOAD-ITEM-TITLES
008840*   PASSES ONCE OVER METADATA-FILE AND GIVES EVERY ITEM THE TITLE
008850*   CAPTURED FOR ITS URL, WHICH NAMES ITS FILES ON DISK. WHEN A
008860*   URL WAS CAPTURED MORE THAN ONCE THE LATEST TITLE WINS.
008870*----------------------------------------------------------------
008880 LOAD-ITEM-TITLES.
008890     IF WS-ITM-COUNT = ZERO
008900         EXIT PARAGRAPH
008910     END-IF.
008920     MOVE "N" TO WS-MD-EOF-SWITCH.
008930     OPEN INPUT METADATA-FILE.
008940     IF WS-METADATA-STATUS NOT = "00"
008950         EXIT PARAGRAPH
008960     END-IF.
008970     PERFORM READ-ONE-METADATA-RECORD UNTIL WS-END-OF-METADATA.
008980     CLOSE METADATA-FILE.
008990
009000*----------------------------------------------------------------
009010* READ-ONE-METADATA-RECORD
009020*   READS ONE METADATA-FILE RECORD AND OFFERS ITS TITLE TO THE
009030*   ITEM TABLE.
009040*----------------------------------------------------------------
009050 READ-ONE-METADATA-RECORD.
009060     READ METADATA-FILE
009070         AT END
009080             SET WS-END-OF-METADATA TO TRUE
009090         NOT AT END
009100             IF MD-TITLE NOT = SPACES AND MD-TITLE NOT = "NA"
009110                 PERFORM MATCH-ONE-ITEM-TITLE
009120                     VARYING WS-ITM-IDX FROM 1 BY 1
009130                     UNTIL WS-ITM-IDX > WS-ITM-COUNT
009140             END-IF
009150     END-READ.
009160
009170*----------------------------------------------------------------
009180* MATCH-ONE-ITEM-TITLE
009190*   GIVES THE ITEM AT WS-ITM-IDX THE CURRENT METADATA TITLE WHEN
009200*   THE URLS MATCH. USED AS THE VARYING PARAGRAPH OF
009210*   READ-ONE-METADATA-RECORD.
009220*----------------------------------------------------------------
009230 MATCH-ONE-ITEM-TITLE.
009240     IF WS-ITM-URL(WS-ITM-IDX) = MD-URL
009250         MOVE MD-TITLE TO WS-ITM-TITLE(WS-ITM-IDX)
009260         MOVE "Y"      TO WS-ITM-TITLE-SW(WS-ITM-IDX)
009270     END-IF.
009280
009290*----------------------------------------------------------------
009300* CHECK-CASE-HELD
009310*   TESTS THE CASE AGAINST THE LEGAL HOLDS: A "url" LINE'S OWN
009320*   URL, AND EVERY ITEM GATHERED FOR IT, BY URL AND BY FOLDER.
009330*   ONE HELD ITEM HOLDS BACK THE WHOLE CASE.
009340*----------------------------------------------------------------
009350 CHECK-CASE-HELD.
009360     SET WS-CASE-NOT-HELD TO TRUE.
009370     MOVE SPACES TO WS-HELD-SOURCE.
009380     IF WS-TKD-KIND-TEXT = "URL"
009390         PERFORM MATCH-ONE-CASE-HOLD
009400             VARYING WS-HOLD-IDX FROM 1 BY 1
009410             UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
009420     END-IF.
009430     PERFORM CHECK-ONE-ITEM-HELD
009440         VARYING WS-ITM-IDX FROM 1 BY 1
009450         UNTIL WS-ITM-IDX > WS-ITM-COUNT.
009460
009470*----------------------------------------------------------------
009480* MATCH-ONE-CASE-HOLD
009490*   TESTS ONE "url" HOLD AGAINST THE URL OF A "url" LINE, WHICH
009500*   MAY NOT BE IN THE MASTER AT ALL. USED AS THE VARYING
009510*   PARAGRAPH OF CHECK-CASE-HELD.
009520*----------------------------------------------------------------
009530 MATCH-ONE-CASE-HOLD.
009540     IF WS-HOLD-KIND(WS-HOLD-IDX) = "U" AND
009550        WS-HOLD-URL(WS-HOLD-IDX) = WS-TKD-VALUE-TEXT
009560         SET WS-CASE-IS-HELD TO TRUE
009570         MOVE WS-HOLD-SOURCE(WS-HOLD-IDX) TO WS-HELD-SOURCE
009580     END-IF.
009590
009600*----------------------------------------------------------------
009610* CHECK-ONE-ITEM-HELD
009620*   TESTS ONE ITEM AGAINST EVERY HOLD AND KEEPS THE COVERING
009630*   ENTRY ON THE ITEM FOR THE CONFLICT REPORT. USED AS THE
009640*   VARYING PARAGRAPH OF CHECK-CASE-HELD.
009650*----------------------------------------------------------------
009660 CHECK-ONE-ITEM-HELD.
009670     SET WS-ITEM-NOT-HELD TO TRUE.
009680     PERFORM MATCH-ONE-ITEM-HOLD
009690         VARYING WS-HOLD-IDX FROM 1 BY 1
009700         UNTIL WS-HOLD-IDX > WS-HOLD-COUNT.
009710     IF WS-ITEM-IS-HELD
009720         SET WS-CASE-IS-HELD TO TRUE
009730     END-IF.
009740
009750*----------------------------------------------------------------
009760* MATCH-ONE-ITEM-HOLD
009770*   TESTS ONE HOLD AGAINST THE ITEM AT WS-ITM-IDX: A "url" HOLD
009775*   BY URL, A "pasta" HOLD BY DATE FOLDER AND TYPE AGAINST EVERY
009780*   FOLDER OF THE ITEM (A BLANK HOLD TYPE MATCHES EVERY
009785*   CONTENT-TYPE). USED AS THE VARYING PARAGRAPH OF
009790*   CHECK-ONE-ITEM-HELD.
009810*----------------------------------------------------------------
009820 MATCH-ONE-ITEM-HOLD.
009830     IF WS-ITEM-IS-HELD
009840         EXIT PARAGRAPH
009850     END-IF.
009860     IF WS-HOLD-KIND(WS-HOLD-IDX) = "U"
009870         IF WS-HOLD-URL(WS-HOLD-IDX) = WS-ITM-URL(WS-ITM-IDX)
009880             SET WS-ITEM-IS-HELD TO TRUE
009890         END-IF
009900     ELSE
009904         PERFORM MATCH-ONE-FOLDER-HOLD
009908             VARYING WS-FLD-IDX FROM 1 BY 1
009912             UNTIL WS-FLD-IDX > WS-ITM-FOLDER-COUNT(WS-ITM-IDX)
009916     END-IF.
009920     IF WS-ITEM-IS-HELD
009924         MOVE WS-HOLD-SOURCE(WS-HOLD-IDX)
009928             TO WS-ITM-HELD-BY(WS-ITM-IDX)
009932     END-IF.
009936
009940*----------------------------------------------------------------
009944* MATCH-ONE-FOLDER-HOLD
009948*   TESTS THE "pasta" HOLD AT WS-HOLD-IDX AGAINST ONE FOLDER OF
009952*   THE ITEM AT WS-ITM-IDX. USED AS THE VARYING PARAGRAPH OF
009956*   MATCH-ONE-ITEM-HOLD.
009960*----------------------------------------------------------------
009964 MATCH-ONE-FOLDER-HOLD.
009968     IF WS-HOLD-DATE(WS-HOLD-IDX) =
009972        WS-FLD-DATE(WS-ITM-IDX, WS-FLD-IDX)
009976        AND (WS-HOLD-TYPE(WS-HOLD-IDX) = SPACES OR
009980             WS-HOLD-TYPE(WS-HOLD-IDX) =
009984             WS-FLD-TYPE(WS-ITM-IDX, WS-FLD-IDX))
009988         SET WS-ITEM-IS-HELD TO TRUE
010010     END-IF.
010020
010030*----------------------------------------------------------------
010040* REPORT-HELD-CASE
010050*   WRITES THE CONFLICT LINES OF A CASE A LEGAL HOLD COVERS: ONE
010060*   FOR THE CASE AND ONE PER HELD ITEM WITH THE HOLD ENTRY THAT
010070*   COVERS IT. NOTHING IS DELETED, MARKED OR BLOCKED.
010080*----------------------------------------------------------------
010090 REPORT-HELD-CASE.
010100     MOVE "CONFLITO" TO WS-RPT-ACTION.
010110     MOVE SPACES TO WS-RPT-TEXT.
010120     STRING WS-TKD-KIND-TEXT     DELIMITED BY SPACE
010130            " "                  DELIMITED BY SIZE
010140            WS-TKD-VALUE-TEXT    DELIMITED BY SPACE
010150            " coberto por retencao legal - nada removido"
010160                                 DELIMITED BY SIZE
010170            INTO WS-RPT-TEXT
010180     END-STRING.
010190     PERFORM WRITE-DETAIL-LINE.
010200     IF WS-HELD-SOURCE NOT = SPACES
010210         MOVE "RETIDO" TO WS-RPT-ACTION
010220         MOVE SPACES TO WS-RPT-TEXT
010230         STRING WS-TKD-VALUE-TEXT DELIMITED BY SPACE
010240                " (retencao: "    DELIMITED BY SIZE
010250                WS-HELD-SOURCE    DELIMITED BY SPACE
010260                ")"               DELIMITED BY SIZE
010270                INTO WS-RPT-TEXT
010280         END-STRING
010290         PERFORM WRITE-DETAIL-LINE
010300     END-IF.
010310     PERFORM REPORT-ONE-HELD-ITEM
010320         VARYING WS-ITM-IDX FROM 1 BY 1
010330         UNTIL WS-ITM-IDX > WS-ITM-COUNT.
010340     DISPLAY "Pedido " WS-TKD-CASE-REF
010350             " em conflito com retencao legal - nada removido".
010360
010370*----------------------------------------------------------------
010380* REPORT-ONE-HELD-ITEM
010390*   WRITES THE "RETIDO" LINE OF ONE HELD ITEM. USED AS THE
010400*   VARYING PARAGRAPH OF REPORT-HELD-CASE.
010410*----------------------------------------------------------------
010420 REPORT-ONE-HELD-ITEM.
010430     IF WS-ITM-HELD-BY(WS-ITM-IDX) = SPACES
010440         EXIT PARAGRAPH
010450     END-IF.
010460     MOVE "RETIDO" TO WS-RPT-ACTION.
010470     MOVE SPACES TO WS-RPT-TEXT.
010480     STRING WS-ITM-URL(WS-ITM-IDX)     DELIMITED BY SPACE
010490            " (retencao: "             DELIMITED BY SIZE
010500            WS-ITM-HELD-BY(WS-ITM-IDX) DELIMITED BY SPACE
010510            ")"                        DELIMITED BY SIZE
010520            INTO WS-RPT-TEXT
010530     END-STRING.
010540     PERFORM WRITE-DETAIL-LINE.
010550
010560*----------------------------------------------------------------
010570* REMOVE-ONE-ITEM
010580*   CARRIES OUT THE TAKEDOWN OF ONE ITEM: DELETES ITS FILES
010585*   WHEREVER SOME MAY STILL BE ON DISK - A SUCCESS, OR ANY ITEM
010590*   NOT PURGED THAT GOT AS FAR AS A TITLE OR A CHECKSUM, SINCE A
010595*   FAILED RE-FETCH OR A FIXITY RESET LEAVES THE STATUS FAILED
010600*   WHILE FILES REMAIN - THEN MARKS THE MASTER REMOVIDO-L WITH AN
010605*   AUDIT LINE AND, FOR CONTENT THE CATALOG WAS GIVEN, WRITES A
010610*   DEL RECORD. ITS CHECKSUM-INDEX ENTRIES GO IN ONE SWEEP ONCE
010615*   THE CASE IS DONE. AN ITEM ALREADY REMOVED BY AN EARLIER CASE
010620*   IS ONLY REPORTED. AN ITEM WHOSE FILES COULD NOT ALL BE PROVEN
010625*   GONE IS LEFT AS IT WAS, WITH ITS PENDENTE LINES, AND COUNTED
010630*   AGAINST THE CASE SO A LATER RUN CAN FINISH IT.
010635*   USED AS THE VARYING PARAGRAPH OF PROCESS-TAKEDOWN-LINE.
010640*----------------------------------------------------------------
010650 REMOVE-ONE-ITEM.
010660     IF WS-ITM-STATUS(WS-ITM-IDX) = WS-NEW-STATUS
010670         ADD 1 TO WS-TOTAL-ALREADY
010680         MOVE "JA REMOVIDO" TO WS-RPT-ACTION
010690         MOVE WS-ITM-URL(WS-ITM-IDX) TO WS-RPT-TEXT
010700         PERFORM WRITE-DETAIL-LINE
010710         EXIT PARAGRAPH
010720     END-IF.
010730
010740     IF WS-ITM-STATUS(WS-ITM-IDX) = "SUCCESS" OR
010742        (WS-ITM-STATUS(WS-ITM-IDX) NOT = "PURGED" AND
010744         (WS-ITM-HAS-TITLE(WS-ITM-IDX) OR
010746          WS-ITM-SUM(WS-ITM-IDX) NOT = SPACES))
010750         PERFORM DELETE-ITEM-FILES
010752         IF WS-ITEM-FILES-LEFT
010753             ADD 1 TO WS-CASE-PENDING
010754             EXIT PARAGRAPH
010756         END-IF
010760     END-IF.
010770
010860     PERFORM MARK-MASTER-REMOVED.
010870
010880     IF WS-ITM-STATUS(WS-ITM-IDX) = "SUCCESS" OR
010890        WS-ITM-STATUS(WS-ITM-IDX) = "PURGED"
010900         PERFORM WRITE-CATALOG-DELETION
010910     END-IF.
010920
010930     ADD 1 TO WS-CASE-REMOVED.
010940     ADD 1 TO WS-TOTAL-REMOVED.
010950     MOVE "REMOVIDO" TO WS-RPT-ACTION.
010960     MOVE SPACES TO WS-RPT-TEXT.
010970     STRING WS-ITM-URL(WS-ITM-IDX)    DELIMITED BY SPACE
010980            " em "                    DELIMITED BY SIZE
010990            WS-ITM-PATH(WS-ITM-IDX)   DELIMITED BY SPACE
011000            " ("                      DELIMITED BY SIZE
011010            WS-ITM-STATUS(WS-ITM-IDX) DELIMITED BY SPACE
011020            ")"                       DELIMITED BY SIZE
011030            INTO WS-RPT-TEXT
011040     END-STRING.
011050     PERFORM WRITE-DETAIL-LINE.
011055     MOVE WS-NEW-STATUS TO WS-ITM-STATUS(WS-ITM-IDX).
011060
011065*----------------------------------------------------------------
011070* DELETE-ITEM-FILES
011075*   DELETES EVERY FILE NAMED BY THE ITEM'S TITLE IN EACH OF ITS
011080*   FOLDERS - THE SAME GLOB THE NIGHTLY RUN CHECKSUMMED - AND
011085*   THEN ASKS THE SHELL WHETHER ANY IS LEFT, SO THE REPORT PROVES
011090*   THE REMOVAL. AN ITEM WITHOUT A USABLE TITLE, WITH MORE
011095*   FOLDERS THAN ITS LIST HOLDS, OR WHOSE FILES SURVIVE IN ANY
011100*   FOLDER, IS REPORTED PENDENTE FOR AN OPERATOR TO CLEAR BY HAND
011105*   AND FLAGGED SO IT IS NOT MARKED REMOVED.
011110*----------------------------------------------------------------
011115 DELETE-ITEM-FILES.
011120     SET WS-ITEM-FILES-CLEAN TO TRUE.
011160     MOVE WS-ITM-TITLE(WS-ITM-IDX) TO WS-CHECK-TITLE.
011170     MOVE ZERO TO WS-UNSAFE-COUNT.
011180     INSPECT WS-CHECK-TITLE TALLYING WS-UNSAFE-COUNT
011190         FOR ALL """".
011200     INSPECT WS-CHECK-TITLE TALLYING WS-UNSAFE-COUNT
011210         FOR ALL "$".
011220     INSPECT WS-CHECK-TITLE TALLYING WS-UNSAFE-COUNT
011230         FOR ALL "`".
011240     INSPECT WS-CHECK-TITLE TALLYING WS-UNSAFE-COUNT
011250         FOR ALL "\".
011260     PERFORM COMPUTE-TITLE-LENGTH.
011270     IF NOT WS-ITM-HAS-TITLE(WS-ITM-IDX) OR
011280        WS-UNSAFE-COUNT > ZERO OR WS-TITLE-LEN = ZERO
011285         SET WS-ITEM-FILES-LEFT TO TRUE
011290         ADD 1 TO WS-TOTAL-PENDING
011300         MOVE "PENDENTE" TO WS-RPT-ACTION
011310         MOVE SPACES TO WS-RPT-TEXT
011320         STRING "arquivo sem titulo utilizavel - remover a mao: "
011330                                         DELIMITED BY SIZE
011340                WS-ITM-PATH(WS-ITM-IDX)  DELIMITED BY SPACE
011350                INTO WS-RPT-TEXT
011360         END-STRING
011370         PERFORM WRITE-DETAIL-LINE
011380         EXIT PARAGRAPH
011390     END-IF.
011400
011404     PERFORM DELETE-FOLDER-FILES
011408         VARYING WS-FLD-IDX FROM 1 BY 1
011412         UNTIL WS-FLD-IDX > WS-ITM-FOLDER-COUNT(WS-ITM-IDX).
011416     IF WS-ITM-FOLDERS-FULL(WS-ITM-IDX)
011420         SET WS-ITEM-FILES-LEFT TO TRUE
011424         ADD 1 TO WS-TOTAL-PENDING
011428         MOVE "PENDENTE" TO WS-RPT-ACTION
011432         MOVE SPACES TO WS-RPT-TEXT
011436         STRING "pastas demais no indice - conferir a mao: "
011440                                         DELIMITED BY SIZE
011444                WS-ITM-URL(WS-ITM-IDX)   DELIMITED BY SPACE
011448                INTO WS-RPT-TEXT
011452         END-STRING
011456         PERFORM WRITE-DETAIL-LINE
011460     END-IF.
011464
011468*----------------------------------------------------------------
011472* DELETE-FOLDER-FILES
011476*   DELETES THE ITEM'S FILES FROM ONE OF ITS FOLDERS AND ASKS THE
011480*   SHELL WHETHER ANY IS LEFT THERE. A SURVIVING FILE IS REPORTED
011484*   PENDENTE AND FLAGS THE ITEM. USED AS THE VARYING PARAGRAPH OF
011488*   DELETE-ITEM-FILES.
011492*----------------------------------------------------------------
011496 DELETE-FOLDER-FILES.
011500     MOVE SPACES TO COMMAND.
011504     STRING "rm -f """               DELIMITED BY SIZE
011508            WS-FLD-PATH(WS-ITM-IDX, WS-FLD-IDX)
011512                                     DELIMITED BY SPACE
011516            "/"                      DELIMITED BY SIZE
011520            WS-CHECK-TITLE(1:WS-TITLE-LEN)
011524                                     DELIMITED BY SIZE
011528            ".""*"                   DELIMITED BY SIZE
011532            INTO COMMAND.
011536     PERFORM RUN-SHELL-COMMAND.
011540
011544     MOVE SPACES TO COMMAND.
011548     STRING "ls """                  DELIMITED BY SIZE
011552            WS-FLD-PATH(WS-ITM-IDX, WS-FLD-IDX)
011556                                     DELIMITED BY SPACE
011560            "/"                      DELIMITED BY SIZE
011564            WS-CHECK-TITLE(1:WS-TITLE-LEN)
011568                                     DELIMITED BY SIZE
011572            ".""* >/dev/null 2>&1"   DELIMITED BY SIZE
011576            INTO COMMAND.
011580     PERFORM RUN-SHELL-COMMAND.
011584     IF WS-SYSTEM-RC = ZERO
011588         SET WS-ITEM-FILES-LEFT TO TRUE
011592         ADD 1 TO WS-TOTAL-PENDING
011596         MOVE "PENDENTE" TO WS-RPT-ACTION
011600         MOVE SPACES TO WS-RPT-TEXT
011604         STRING "arquivo nao pode ser removido em "
011608                                         DELIMITED BY SIZE
011612                WS-FLD-PATH(WS-ITM-IDX, WS-FLD-IDX)
011616                                         DELIMITED BY SPACE
011670                INTO WS-RPT-TEXT
011680         END-STRING
011690         PERFORM WRITE-DETAIL-LINE
011700     END-IF.
011710
011720*----------------------------------------------------------------
011730* MARK-MASTER-REMOVED
011740*   REWRITES THE ITEM'S DOWNLOAD-MASTER ENTRY AS REMOVIDO-L AND
011750*   APPENDS THE AUDIT LINE, SO THE NIGHTLY DEDUP TREATS THE URL
011760*   AS DONE FOR GOOD.
011770*----------------------------------------------------------------
011780 MARK-MASTER-REMOVED.
011790     MOVE WS-ITM-URL(WS-ITM-IDX) TO DM-URL.
011800     READ DOWNLOAD-MASTER
011810         INVALID KEY
011820             EXIT PARAGRAPH
011830     END-READ.
011840     MOVE DM-STATUS TO WS-OLD-STATUS.
011850     MOVE WS-NEW-STATUS TO DM-STATUS.
011860     REWRITE MASTER-RECORD
011870         INVALID KEY
011880             ADD 1 TO WS-TOTAL-PENDING
011885             ADD 1 TO WS-CASE-PENDING
011890             MOVE "PENDENTE" TO WS-RPT-ACTION
011900             MOVE "falha ao regravar o master" TO WS-RPT-TEXT
011910             PERFORM WRITE-DETAIL-LINE
011920             EXIT PARAGRAPH
011930     END-REWRITE.
011940     PERFORM BUILD-TIMESTAMP.
011950     MOVE WS-TIMESTAMP            TO AUD-TIMESTAMP.
011960     MOVE "TAKEDOWN"              TO AUD-ACTION.
011970     MOVE WS-ITM-URL(WS-ITM-IDX)  TO AUD-URL.
011980     MOVE WS-OLD-STATUS           TO AUD-OLD-STATUS.
011990     MOVE WS-NEW-STATUS           TO AUD-NEW-STATUS.
012000     WRITE AUDIT-RECORD.
012010
012011*----------------------------------------------------------------
012012* DELETE-CASE-INDEX-ENTRIES
012013*   WALKS CHECKSUM-INDEX AND DELETES EVERY ENTRY WHOSE URL IS AN
012014*   ITEM OF THE CASE JUST CARRIED OUT. A CAROUSEL HAS ONE ENTRY
012015*   PER SLIDE, SO THE ONE CHECKSUM KEPT IN THE ITEM TABLE DOES
012016*   NOT REACH THEM ALL.
012017*----------------------------------------------------------------
012018 DELETE-CASE-INDEX-ENTRIES.
012019     IF NOT WS-CKINDEX-IS-OPEN
012020         EXIT PARAGRAPH
012021     END-IF.
012022     MOVE "N" TO WS-INDEX-EOF-SWITCH.
012023     MOVE LOW-VALUES TO CK-SUM.
012024     START CHECKSUM-INDEX KEY NOT < CK-SUM
012025         INVALID KEY
012026             SET WS-END-OF-INDEX TO TRUE
012027     END-START.
012028     PERFORM DELETE-ONE-INDEX-ENTRY UNTIL WS-END-OF-INDEX.
012029
012030*----------------------------------------------------------------
012031* DELETE-ONE-INDEX-ENTRY
012032*   READS THE NEXT CHECKSUM-INDEX ENTRY AND DELETES IT WHEN ITS
012033*   URL BELONGS TO AN ITEM THE CASE REMOVED. USED AS THE
012034*   PERFORM ... UNTIL PARAGRAPH OF DELETE-CASE-INDEX-ENTRIES.
012035*----------------------------------------------------------------
012036 DELETE-ONE-INDEX-ENTRY.
012037     READ CHECKSUM-INDEX NEXT
012038         AT END
012039             SET WS-END-OF-INDEX TO TRUE
012040         NOT AT END
012041             SET WS-ENTRY-NOT-IN-CASE TO TRUE
012042             PERFORM MATCH-ENTRY-TO-CASE
012043                 VARYING WS-ITM-IDX FROM 1 BY 1
012044                 UNTIL WS-ITM-IDX > WS-ITM-COUNT
012045                    OR WS-ENTRY-IN-CASE
012046             IF WS-ENTRY-IN-CASE
012047                 DELETE CHECKSUM-INDEX RECORD
012048                     INVALID KEY
012049                         CONTINUE
012050                 END-DELETE
012051             END-IF
012052     END-READ.
012053
012054*----------------------------------------------------------------
012055* MATCH-ENTRY-TO-CASE
012056*   TESTS THE CURRENT INDEX ENTRY'S URL AGAINST ONE ITEM OF THE
012057*   CASE. AN ITEM LEFT PENDENTE KEEPS ITS ENTRIES. USED AS THE
012058*   VARYING PARAGRAPH OF DELETE-ONE-INDEX-ENTRY.
012059*----------------------------------------------------------------
012060 MATCH-ENTRY-TO-CASE.
012061     IF WS-ITM-URL(WS-ITM-IDX) = CK-URL AND
012062        WS-ITM-STATUS(WS-ITM-IDX) = WS-NEW-STATUS
012063         SET WS-ENTRY-IN-CASE TO TRUE
012064     END-IF.
012065
012066*----------------------------------------------------------------
012067* ADD-BLOCKLIST-ENTRY
012068*   APPENDS THE CASE'S "url" OR "conta" ENTRY TO THE BLOCKLIST
012069*   UNLESS IT IS ALREADY THERE, SO THE NIGHTLY RUN AND
012070*   QUEUEBUILDER NEVER PULL IT AGAIN.
012071*----------------------------------------------------------------
012080 ADD-BLOCKLIST-ENTRY.
012090     SET WS-BLK-NOT-FOUND TO TRUE.
012100     PERFORM MATCH-ONE-BLOCKLIST-ENTRY
012110         VARYING WS-BLK-IDX FROM 1 BY 1
012120         UNTIL WS-BLK-IDX > WS-BLK-COUNT.
012130     IF WS-BLK-WAS-FOUND
012140         MOVE "JA BLOQUEADO" TO WS-RPT-ACTION
012150         MOVE WS-TKD-VALUE-TEXT TO WS-RPT-TEXT
012160         PERFORM WRITE-DETAIL-LINE
012170         EXIT PARAGRAPH
012180     END-IF.
012190
012200     OPEN EXTEND BLOCKLIST-FILE.
012210     IF WS-BLOCKLIST-STATUS = "35"
012220         OPEN OUTPUT BLOCKLIST-FILE
012230         CLOSE BLOCKLIST-FILE
012240         OPEN EXTEND BLOCKLIST-FILE
012250     END-IF.
012260     IF WS-BLOCKLIST-STATUS NOT = "00"
012270         ADD 1 TO WS-TOTAL-PENDING
012280         MOVE "PENDENTE" TO WS-RPT-ACTION
012290         MOVE "nao foi possivel gravar BLOCKLIST" TO WS-RPT-TEXT
012300         PERFORM WRITE-DETAIL-LINE
012310         EXIT PARAGRAPH
012320     END-IF.
012330     MOVE FUNCTION LOWER-CASE(WS-TKD-KIND-TEXT)
012340         TO WS-BLK-KIND-TEXT.
012350     MOVE SPACES TO BLK-LINE.
012360     STRING WS-BLK-KIND-TEXT      DELIMITED BY SPACE
012370            " "                   DELIMITED BY SIZE
012380            WS-TKD-VALUE-TEXT     DELIMITED BY SPACE
012390            INTO BLK-LINE.
012400     WRITE BLK-LINE.
012410     CLOSE BLOCKLIST-FILE.
012420
012430     IF WS-BLK-COUNT < WS-BLK-TABLE-MAX
012440         ADD 1 TO WS-BLK-COUNT
012450         SET WS-BLK-IDX TO WS-BLK-COUNT
012460         MOVE WS-TKD-KIND-TEXT  TO WS-BLK-KIND(WS-BLK-IDX)
012470         MOVE WS-TKD-VALUE-TEXT TO WS-BLK-VALUE(WS-BLK-IDX)
012480     END-IF.
012490     ADD 1 TO WS-TOTAL-BLOCKED.
012500     MOVE "BLOQUEADO" TO WS-RPT-ACTION.
012510     MOVE BLK-LINE TO WS-RPT-TEXT.
012520     PERFORM WRITE-DETAIL-LINE.
012530
012540*----------------------------------------------------------------
012550* MATCH-ONE-BLOCKLIST-ENTRY
012560*   TESTS ONE BLOCKLIST ENTRY AGAINST THE CASE'S KIND AND VALUE.
012570*   USED AS THE VARYING PARAGRAPH OF ADD-BLOCKLIST-ENTRY.
012580*----------------------------------------------------------------
012590 MATCH-ONE-BLOCKLIST-ENTRY.
012600     IF WS-BLK-KIND(WS-BLK-IDX) = WS-TKD-KIND-TEXT AND
012610        WS-BLK-VALUE(WS-BLK-IDX) = WS-TKD-VALUE-TEXT
012620         SET WS-BLK-WAS-FOUND TO TRUE
012630     END-IF.
012640
012650*----------------------------------------------------------------
012660* WRITE-CATALOG-DELETION
012670*   WRITES ONE DEL RECORD INTO THIS RUN'S CATALOG GENERATION FOR
012680*   AN ITEM THE CATALOG WAS GIVEN, CARRYING THE CASE REFERENCE
012690*   AND THE FOLDER THE FILE WAS REMOVED FROM.
012700*----------------------------------------------------------------
012710 WRITE-CATALOG-DELETION.
012720     PERFORM BUILD-TIMESTAMP.
012730     MOVE SPACES TO CATALOG-LINE.
012740     STRING "DEL|"                  DELIMITED BY SIZE
012750            WS-TIMESTAMP            DELIMITED BY SIZE
012760            "|"                     DELIMITED BY SIZE
012770            WS-ITM-TYPE(WS-ITM-IDX) DELIMITED BY SIZE
012780            "|"                     DELIMITED BY SIZE
012790            WS-ITM-URL(WS-ITM-IDX)  DELIMITED BY SIZE
012800            "|"                     DELIMITED BY SIZE
012810            WS-TKD-CASE-REF         DELIMITED BY SIZE
012820            "|"                     DELIMITED BY SIZE
012830            WS-ITM-PATH(WS-ITM-IDX) DELIMITED BY SIZE
012840            INTO CATALOG-LINE.
012850     WRITE CATALOG-LINE.
012860     ADD 1 TO WS-CATALOG-RECORD-COUNT.
012870
012880*----------------------------------------------------------------
012890* OPEN-CATALOG-EXPORT
012900*   OPENS A NEW CATALOG GENERATION FOR THE DELETION RECORDS AND
012910*   WRITES THE HDR LINE. THE NUMBER IS PICKED THE SAME WAY THE
012920*   NIGHTLY PROGRAM PICKS IT, STEPPING PAST ANY GENERATION FILE
012930*   ALREADY ON DISK.
012940*----------------------------------------------------------------
012950 OPEN-CATALOG-EXPORT.
012960     PERFORM FIND-NEXT-CATALOG-GENERATION.
012970     OPEN OUTPUT CATALOG-EXPORT.
012980     IF WS-CATALOG-STATUS NOT = "00"
012990         EXIT PARAGRAPH
013000     END-IF.
013010     MOVE ZERO TO WS-CATALOG-RECORD-COUNT.
013020     PERFORM BUILD-TIMESTAMP.
013030     MOVE SPACES TO CATALOG-LINE.
013040     STRING "HDR|"                DELIMITED BY SIZE
013050            WS-CATALOG-GEN-NUMBER DELIMITED BY SIZE
013060            "|"                   DELIMITED BY SIZE
013070            WS-TIMESTAMP          DELIMITED BY SIZE
013080            INTO CATALOG-LINE.
013090     WRITE CATALOG-LINE.
013100
013110*----------------------------------------------------------------
013120* FIND-NEXT-CATALOG-GENERATION
013130*   SCANS THE CATALOG-CONTROL LEDGER FOR THE HIGHEST GENERATION
013140*   NUMBER ALREADY SENT, TAKES THE NEXT ONE AND STEPS PAST ANY
013150*   ORPHAN GENERATION FILE ON DISK, NEVER TRUNCATING IT.
013160*----------------------------------------------------------------
013170 FIND-NEXT-CATALOG-GENERATION.
013180     MOVE ZERO TO WS-CATALOG-GEN-NUMBER.
013190     MOVE "N" TO WS-CATCTL-EOF-SWITCH.
013200     OPEN INPUT CATALOG-CONTROL.
013210     IF WS-CATCTL-STATUS = "00"
013220         PERFORM READ-ONE-CATCTL-RECORD UNTIL WS-END-OF-CATCTL
013230         CLOSE CATALOG-CONTROL
013240     END-IF.
013250     ADD 1 TO WS-CATALOG-GEN-NUMBER.
013260     PERFORM CHECK-GENERATION-SLOT.
013270     PERFORM SKIP-ONE-ORPHAN-GENERATION
013280         UNTIL WS-GEN-SLOT-FREE.
013290
013300*----------------------------------------------------------------
013310* READ-ONE-CATCTL-RECORD
013320*   READS ONE CONTROL-LEDGER LINE AND KEEPS THE HIGHEST
013330*   GENERATION NUMBER SEEN. USED AS THE PERFORM ... UNTIL
013340*   PARAGRAPH OF FIND-NEXT-CATALOG-GENERATION.
013350*----------------------------------------------------------------
013360 READ-ONE-CATCTL-RECORD.
013370     READ CATALOG-CONTROL
013380         AT END
013390             SET WS-END-OF-CATCTL TO TRUE
013400         NOT AT END
013410             IF CTL-GEN-NUMBER IS NUMERIC AND
013420                CTL-GEN-NUMBER > WS-CATALOG-GEN-NUMBER
013430                 MOVE CTL-GEN-NUMBER TO WS-CATALOG-GEN-NUMBER
013440             END-IF
013450     END-READ.
013460
013470*----------------------------------------------------------------
013480* CHECK-GENERATION-SLOT
013490*   BUILDS THE CANDIDATE GENERATION FILE NAME AND ASKS THE
013500*   SHELL WHETHER A FILE OF THAT NAME IS ALREADY ON DISK.
013510*----------------------------------------------------------------
013520 CHECK-GENERATION-SLOT.
013530     MOVE SPACES TO WS-CATALOG-GEN-NAME.
013540     STRING "CATALOG.G"           DELIMITED BY SIZE
013550            WS-CATALOG-GEN-NUMBER DELIMITED BY SIZE
013560            INTO WS-CATALOG-GEN-NAME.
013570     MOVE SPACES TO COMMAND.
013580     STRING "test -f """          DELIMITED BY SIZE
013590            WS-CATALOG-GEN-NAME   DELIMITED BY SPACE
013600            """"                  DELIMITED BY SIZE
013610            INTO COMMAND.
013620     PERFORM RUN-SHELL-COMMAND.
013630     IF WS-SYSTEM-RC = ZERO
013640         SET WS-GEN-SLOT-TAKEN TO TRUE
013650     ELSE
013660         SET WS-GEN-SLOT-FREE TO TRUE
013670     END-IF.
013680
013690*----------------------------------------------------------------
013700* SKIP-ONE-ORPHAN-GENERATION
013710*   REPORTS ONE GENERATION FILE FOUND ON DISK WITHOUT A LEDGER
013720*   ENTRY AND STEPS TO THE NEXT NUMBER. USED AS THE PERFORM ...
013730*   UNTIL PARAGRAPH OF FIND-NEXT-CATALOG-GENERATION.
013740*----------------------------------------------------------------
013750 SKIP-ONE-ORPHAN-GENERATION.
013760     DISPLAY "Geracao de catalogo orfa preservada: "
013770             WS-CATALOG-GEN-NAME.
013780     ADD 1 TO WS-CATALOG-GEN-NUMBER.
013790     PERFORM CHECK-GENERATION-SLOT.
013800
013810*----------------------------------------------------------------
013820* CLOSE-CATALOG-EXPORT
013830*   WRITES THE TRL LINE, CLOSES THE GENERATION AND RECORDS IT IN
013840*   THE CONTROL LEDGER AS ENVIADO FOR CATALOGACK TO FOLLOW UP. A
013850*   GENERATION WITH NO DELETION RECORDS IS REMOVED INSTEAD.
013860*----------------------------------------------------------------
013870 CLOSE-CATALOG-EXPORT.
013880     MOVE SPACES TO CATALOG-LINE.
013890     STRING "TRL|"                   DELIMITED BY SIZE
013900            WS-CATALOG-GEN-NUMBER    DELIMITED BY SIZE
013910            "|"                      DELIMITED BY SIZE
013920            WS-CATALOG-RECORD-COUNT  DELIMITED BY SIZE
013930            INTO CATALOG-LINE.
013940     WRITE CATALOG-LINE.
013950     CLOSE CATALOG-EXPORT.
013960     IF WS-CATALOG-RECORD-COUNT = ZERO
013970         MOVE SPACES TO COMMAND
013980         STRING "rm -f """           DELIMITED BY SIZE
013990                WS-CATALOG-GEN-NAME  DELIMITED BY SPACE
014000                """"                 DELIMITED BY SIZE
014010                INTO COMMAND
014020         END-STRING
014030         PERFORM RUN-SHELL-COMMAND
014040         EXIT PARAGRAPH
014050     END-IF.
014060     OPEN EXTEND CATALOG-CONTROL.
014070     IF WS-CATCTL-STATUS = "35"
014080         OPEN OUTPUT CATALOG-CONTROL
014090         CLOSE CATALOG-CONTROL
014100         OPEN EXTEND CATALOG-CONTROL
014110     END-IF.
014120     IF WS-CATCTL-STATUS NOT = "00"
014130         DISPLAY "Nao foi possivel gravar CATALOG-CONTROL"
014140         EXIT PARAGRAPH
014150     END-IF.
014160     PERFORM BUILD-TIMESTAMP.
014170     MOVE SPACES TO CATCTL-RECORD.
014180     MOVE WS-CATALOG-GEN-NUMBER   TO CTL-GEN-NUMBER.
014190     MOVE WS-TIMESTAMP(1:10)      TO CTL-SENT-DATE.
014200     MOVE WS-CATALOG-RECORD-COUNT TO CTL-RECORD-COUNT.
014210     MOVE "ENVIADO"               TO CTL-STATUS.
014220     WRITE CATCTL-RECORD.
014230     CLOSE CATALOG-CONTROL.
014240     DISPLAY "Geracao de catalogo com exclusoes: "
014250             WS-CATALOG-GEN-NAME.
014260
014270*----------------------------------------------------------------
014280* COMPUTE-TITLE-LENGTH
014290*   FINDS THE TRIMMED LENGTH OF THE TITLE IN WS-CHECK-TITLE BY
014300*   BACKING OVER TRAILING SPACES.
014310*----------------------------------------------------------------
014320 COMPUTE-TITLE-LENGTH.
014330     MOVE 100 TO WS-TITLE-LEN.
014340     SET WS-TRIM-MORE TO TRUE.
014350     PERFORM TRIM-ONE-TITLE-CHAR UNTIL WS-TRIM-DONE.
014360
014370*----------------------------------------------------------------
014380* TRIM-ONE-TITLE-CHAR
014390*   BACKS WS-TITLE-LEN OVER ONE TRAILING SPACE OF THE TITLE, OR
014400*   MARKS THE TRIM FINISHED. USED AS THE PERFORM ... UNTIL
014410*   PARAGRAPH OF COMPUTE-TITLE-LENGTH.
014420*----------------------------------------------------------------
014430 TRIM-ONE-TITLE-CHAR.
014440     IF WS-TITLE-LEN = ZERO
014450         SET WS-TRIM-DONE TO TRUE
014460     ELSE
014470         IF WS-CHECK-TITLE(WS-TITLE-LEN:1) = SPACE
014480             SUBTRACT 1 FROM WS-TITLE-LEN
014490         ELSE
014500             SET WS-TRIM-DONE TO TRUE
014510         END-IF
014520     END-IF.
014530
014540*----------------------------------------------------------------
014550* TRIM-ONE-VALUE-CHAR
014560*   BACKS WS-TKD-VALUE-LEN OVER ONE TRAILING SPACE OF THE
014570*   TAKEDOWN VALUE, OR MARKS THE TRIM FINISHED. USED AS THE
014580*   PERFORM ... UNTIL PARAGRAPH OF COLLECT-ACCOUNT-ITEMS.
014590*----------------------------------------------------------------
014600 TRIM-ONE-VALUE-CHAR.
014610     IF WS-TKD-VALUE-LEN = ZERO
014620         SET WS-TRIM-DONE TO TRUE
014630     ELSE
014640         IF WS-TKD-VALUE-TEXT(WS-TKD-VALUE-LEN:1) = SPACE
014650             SUBTRACT 1 FROM WS-TKD-VALUE-LEN
014660         ELSE
014670             SET WS-TRIM-DONE TO TRUE
014680         END-IF
014690     END-IF.
014700
014710*----------------------------------------------------------------
014720* RUN-SHELL-COMMAND
014730*   HANDS COMMAND TO THE SYSTEM SHELL AND DECODES THE RAW WAIT
014740*   STATUS INTO WS-SYSTEM-RC.
014750*----------------------------------------------------------------
014760 RUN-SHELL-COMMAND.
014770     CALL "SYSTEM" USING COMMAND.
014780     MOVE RETURN-CODE TO WS-SYSTEM-RC.
014790     DIVIDE WS-SYSTEM-RC BY 256
014800         GIVING WS-SYSTEM-RC
014810         REMAINDER WS-DIVIDE-REMAINDER.
014820
014830*----------------------------------------------------------------
014840* BUILD-TIMESTAMP
014850*   FORMATS TODAY'S DATE AND THE CURRENT TIME INTO WS-TIMESTAMP
014860*   FOR THE REPORT, THE AUDIT LINES AND THE CATALOG RECORDS.
014870*----------------------------------------------------------------
014880 BUILD-TIMESTAMP.
014890     ACCEPT WS-CURRENT-DATE-FIELDS FROM DATE YYYYMMDD.
014900     ACCEPT WS-CURRENT-TIME-FIELDS FROM TIME.
014910     STRING WS-CD-YYYY           DELIMITED BY SIZE
014920            "-"                  DELIMITED BY SIZE
014930            WS-CD-MM             DELIMITED BY SIZE
014940            "-"                  DELIMITED BY SIZE
014950            WS-CD-DD             DELIMITED BY SIZE
014960            " "                  DELIMITED BY SIZE
014970            WS-CT-HH             DELIMITED BY SIZE
014980            ":"                  DELIMITED BY SIZE
014990            WS-CT-MM             DELIMITED BY SIZE
015000            ":"                  DELIMITED BY SIZE
015010            WS-CT-SS             DELIMITED BY SIZE
015020            INTO WS-TIMESTAMP.
015030
015040*----------------------------------------------------------------
015050* WRITE-DETAIL-LINE
015060*   WRITES ONE REPORT LINE FOR THE CURRENT CASE FROM THE ACTION
015070*   AND TEXT JUST SET.
015080*----------------------------------------------------------------
015090 WRITE-DETAIL-LINE.
015100     MOVE WS-RPT-ACTION TO RPT-ACTION.
015110     MOVE WS-RPT-TEXT   TO RPT-TEXT.
015120     MOVE WS-RPT-DETAIL TO REPORT-LINE.
015130     WRITE REPORT-LINE.
015140
015150*----------------------------------------------------------------
015160* WRITE-REPORT-HEADER
015170*   WRITES THE TAKEDOWN-REPORT TITLE BLOCK.
015180*----------------------------------------------------------------
015190 WRITE-REPORT-HEADER.
015200     PERFORM BUILD-TIMESTAMP.
015210     MOVE SPACES TO REPORT-LINE.
015220     STRING "Remocoes legais - " DELIMITED BY SIZE
015230            WS-TIMESTAMP         DELIMITED BY SIZE
015240            INTO REPORT-LINE.
015250     WRITE REPORT-LINE.
015260     MOVE SPACES TO REPORT-LINE.
015270     WRITE REPORT-LINE.
015280     MOVE "Referencia"   TO RPT-CASE-REF.
015290     MOVE "Acao"         TO WS-RPT-ACTION.
015300     MOVE "Detalhe"      TO WS-RPT-TEXT.
015310     PERFORM WRITE-DETAIL-LINE.
015320
015330*----------------------------------------------------------------
015340* WRITE-REPORT-TOTALS
015350*   WRITES THE RUN TOTALS AND THE CATALOG GENERATION CARRYING
015360*   THE DELETION RECORDS.
015370*----------------------------------------------------------------
015380 WRITE-REPORT-TOTALS.
015390     MOVE SPACES TO REPORT-LINE.
015400     WRITE REPORT-LINE.
015410     MOVE SPACES TO REPORT-LINE.
015420     MOVE WS-TOTAL-CASES TO WS-COUNT-DISPLAY.
015430     STRING "Pedidos lidos: " DELIMITED BY SIZE
015440            WS-COUNT-DISPLAY  DELIMITED BY SIZE
015450            INTO REPORT-LINE.
015460     WRITE REPORT-LINE.
015470     MOVE SPACES TO REPORT-LINE.
015480     MOVE WS-TOTAL-DONE TO WS-COUNT-DISPLAY.
015490     STRING "  Concluidos: " DELIMITED BY SIZE
015500            WS-COUNT-DISPLAY DELIMITED BY SIZE
015510            INTO REPORT-LINE.
015520     WRITE REPORT-LINE.
015522     MOVE SPACES TO REPORT-LINE.
015524     MOVE WS-TOTAL-PARTIAL TO WS-COUNT-DISPLAY.
015526     STRING "  Parciais (com itens pendentes): " DELIMITED BY SIZE
015528            WS-COUNT-DISPLAY DELIMITED BY SIZE
015530            INTO REPORT-LINE.
015532     WRITE REPORT-LINE.
015534     MOVE SPACES TO REPORT-LINE.
015540     MOVE WS-TOTAL-CONFLICTS TO WS-COUNT-DISPLAY.
015550     STRING "  Em conflito com retencao legal: " DELIMITED BY SIZE
015560            WS-COUNT-DISPLAY DELIMITED BY SIZE
015570            INTO REPORT-LINE.
015580     WRITE REPORT-LINE.
015590     MOVE SPACES TO REPORT-LINE.
015600     MOVE WS-TOTAL-INVALID TO WS-COUNT-DISPLAY.
015610     STRING "  Invalidos: " DELIMITED BY SIZE
015620            WS-COUNT-DISPLAY DELIMITED BY SIZE
015630            INTO REPORT-LINE.
015640     WRITE REPORT-LINE.
015650     MOVE SPACES TO REPORT-LINE.
015660     MOVE WS-TOTAL-REMOVED TO WS-COUNT-DISPLAY.
015670     STRING "Itens removidos: " DELIMITED BY SIZE
015680            WS-COUNT-DISPLAY    DELIMITED BY SIZE
015690            INTO REPORT-LINE.
015700     WRITE REPORT-LINE.
015710     MOVE SPACES TO REPORT-LINE.
015720     MOVE WS-TOTAL-ALREADY TO WS-COUNT-DISPLAY.
015730     STRING "Itens ja removidos antes: " DELIMITED BY SIZE
015740            WS-COUNT-DISPLAY DELIMITED BY SIZE
015750            INTO REPORT-LINE.
015760     WRITE REPORT-LINE.
015770     MOVE SPACES TO REPORT-LINE.
015780     MOVE WS-TOTAL-PENDING TO WS-COUNT-DISPLAY.
015790     STRING "Pendencias para o operador: " DELIMITED BY SIZE
015800            WS-COUNT-DISPLAY DELIMITED BY SIZE
015810            INTO REPORT-LINE.
015820     WRITE REPORT-LINE.
015830     MOVE SPACES TO REPORT-LINE.
015840     MOVE WS-TOTAL-BLOCKED TO WS-COUNT-DISPLAY.
015850     STRING "Entradas novas no BLOCKLIST: " DELIMITED BY SIZE
015860            WS-COUNT-DISPLAY DELIMITED BY SIZE
015870            INTO REPORT-LINE.
015880     WRITE REPORT-LINE.
015890     MOVE SPACES TO REPORT-LINE.
015900     IF WS-CATALOG-RECORD-COUNT > ZERO
015910         MOVE WS-CATALOG-RECORD-COUNT TO WS-COUNT-DISPLAY
015920         STRING "Registros DEL em " DELIMITED BY SIZE
015930                WS-CATALOG-GEN-NAME DELIMITED BY SPACE
015940                ": "                DELIMITED BY SIZE
015950                WS-COUNT-DISPLAY    DELIMITED BY SIZE
015960                INTO REPORT-LINE
015970         END-STRING
015980     ELSE
015990         MOVE "Nenhum registro DEL - nenhuma geracao de catalogo"
016000             TO REPORT-LINE
016010     END-IF.
016020     WRITE REPORT-LINE.
016030
016040*----------------------------------------------------------------
016050* ACQUIRE-RUN-LOCK
016060*   CLAIMS RUN-LOCK, THE ONE-LINE LOCK FILE SHARED BY EVERY JOB
016070*   THAT UPDATES DOWNLOAD-MASTER, BEFORE ANYTHING IS OPENED FOR
016080*   UPDATE. A LINE ALREADY THERE NAMES A JOB STILL RUNNING, SO
016090*   THIS RUN IS REFUSED (WS-RUN-LOCK-FREE STAYS SET) AND THE
016100*   HOLDER IS NAMED FOR THE OPERATOR. A JOB THAT DIED WITHOUT
016110*   RELEASING THE LOCK LEAVES ITS LINE BEHIND; THE OPERATOR
016120*   EMPTIES RUNLOCK ONCE SURE THAT JOB IS GONE.
016130*----------------------------------------------------------------
016140 ACQUIRE-RUN-LOCK.
016150     MOVE SPACES TO WS-LOCK-HOLDER.
016160     MOVE SPACES TO WS-LOCK-SINCE.
016170     OPEN INPUT RUN-LOCK.
016180     IF WS-RUNLOCK-STATUS = "00"
016190         READ RUN-LOCK
016200             NOT AT END
016210                 MOVE RLK-PROGRAM     TO WS-LOCK-HOLDER
016220                 MOVE RLK-START-STAMP TO WS-LOCK-SINCE
016230         END-READ
016240         CLOSE RUN-LOCK
016250     END-IF.
016260     IF WS-LOCK-HOLDER NOT = SPACES
016270         DISPLAY "Execucao recusada: RUNLOCK ocupado desde "
016280                 WS-LOCK-SINCE " por " WS-LOCK-HOLDER
016290         DISPLAY "Se esse job nao estiver mais rodando, "
016300                 "esvazie o arquivo RUNLOCK"
016310         EXIT PARAGRAPH
016320     END-IF.
016330     OPEN OUTPUT RUN-LOCK.
016340     IF WS-RUNLOCK-STATUS NOT = "00"
016350         DISPLAY "Nao foi possivel gravar RUNLOCK, "
016360                 "execucao recusada"
016370         EXIT PARAGRAPH
016380     END-IF.
016390     PERFORM BUILD-TIMESTAMP.
016400     MOVE SPACES       TO RUN-LOCK-RECORD.
016410     MOVE "TAKEDOWN"   TO RLK-PROGRAM.
016420     MOVE WS-TIMESTAMP TO RLK-START-STAMP.
016430     WRITE RUN-LOCK-RECORD.
016440     CLOSE RUN-LOCK.
016450     SET WS-RUN-LOCK-HELD TO TRUE.
016460
016470*----------------------------------------------------------------
016480* RELEASE-RUN-LOCK
016490*   EMPTIES RUN-LOCK AGAIN SO THE NEXT JOB MAY RUN. CALLED BEFORE
016500*   EVERY STOP RUN ONCE THE LOCK IS HELD; DOES NOTHING WHEN IT
016510*   IS NOT.
016520*----------------------------------------------------------------
016530 RELEASE-RUN-LOCK.
016540     IF WS-RUN-LOCK-FREE
016550         EXIT PARAGRAPH
016560     END-IF.
016570     OPEN OUTPUT RUN-LOCK.
016580     IF WS-RUNLOCK-STATUS = "00"
016590         CLOSE RUN-LOCK
016600     ELSE
016610         DISPLAY "Nao foi possivel liberar RUNLOCK"
016620     END-IF.
016630     SET WS-RUN-LOCK-FREE TO TRUE.
