000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CAPACITYFORECAST.
000120 AUTHOR. R-SONATT.
000130 INSTALLATION. MEDIA-ARCHIVE-UNIT.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-15  RS   ORIGINAL PROGRAM - ARCHIVE CAPACITY FORECAST.
000200*                  MEASURES THE downloads/CONTENT-TYPE/YYYY-MM-DD
000210*                  TREE PER TYPE AND PER DATE FOLDER WITH DU -SK
000220*                  (THE RETENTION PURGE'S MEASUREMENT), TAKES THE
000230*                  RECENT DAILY VOLUME PER TYPE FROM THE DATE
000240*                  FOLDERS AND DOWNLOAD-LOG (CONFIG CAPACITY-DAYS,
000250*                  DEFAULT 30) AND REPLAYS THE RETAIN-REEL/VIDEO/
000260*                  PHOTO/STORY/IGTV PURGES DAY BY DAY OVER THE
000270*                  HORIZON (CAPACITY-HORIZON, DEFAULT 730 DAYS) TO
000280*                  FIND THE DAY THE VOLUME FALLS TO THE
000290*                  SPACE-MIN-MB RESERVE - UNDER THE CURRENT
000300*                  POLICY AND UNDER SHORTENED RETENTION
000310*                  ALTERNATIVES (CAPACITY-ALT, PERCENT OF TODAY'S
000320*                  RETENTION, DEFAULT 75 AND 50). EACH RUN APPENDS
000330*                  A DATED SIZE SNAPSHOT TO CAPACITY-HISTORY AND
000340*                  THE REPORT ALSO PROJECTS
000350*                  THE NET GROWTH OBSERVED THERE (CAPACITY-TREND-
000360*                  DAYS, DEFAULT 90). REPORT CAPRPT. EXIT CODE 1
000370*                  WHEN THE CURRENT POLICY FILLS THE VOLUME WITHIN
000380*                  CAPACITY-WARN-DAYS (DEFAULT 90) OR THE FREE
000390*                  SPACE COULD NOT BE MEASURED.
000400*----------------------------------------------------------------
000410
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450
000460     SELECT CAPACITY-REPORT ASSIGN TO "CAPRPT"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-REPORT-STATUS.
000490
000500     SELECT CAPACITY-HISTORY ASSIGN TO "CAPHIST"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-CAPHIST-STATUS.
000530
000540     SELECT SIZE-STAGING ASSIGN TO "CFSIZE"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-SIZE-STATUS.
000570
000580     SELECT DOWNLOAD-LOG ASSIGN TO "DLOG"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-LOG-STATUS.
000610
000620     SELECT CONFIG-FILE ASSIGN TO "CONFIG"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-CONFIG-STATUS.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680
000690 FD  CAPACITY-REPORT
000700     RECORD CONTAINS 132 CHARACTERS.
000710 01  REPORT-LINE                 PIC X(132).
000720
000730*----------------------------------------------------------------
000740* CAPACITY-HISTORY HOLDS ONE SNAPSHOT PER RUN, OLDEST FIRST: ONE
000750* RECORD PER CONTENT-TYPE AND A "TOTAL" RECORD CARRYING THE WHOLE
000760* ARCHIVE AND THE FREE SPACE LEFT ON THE VOLUME (ZERO WHEN IT
000770* COULD NOT BE MEASURED). SIZES ARE IN KB.
000780*----------------------------------------------------------------
000790 FD  CAPACITY-HISTORY
000800     RECORD CONTAINS 96 CHARACTERS.
000810 01  CAPACITY-HISTORY-RECORD.
000820     05  CH-SNAP-STAMP           PIC X(19).
000830     05  FILLER                  PIC X(01).
000840     05  CH-CONTENT-TYPE         PIC X(10).
000850     05  FILLER                  PIC X(01).
000860     05  CH-FOLDERS              PIC 9(05).
000870     05  FILLER                  PIC X(01).
000880     05  CH-ARCHIVE-KB           PIC 9(12).
000890     05  FILLER                  PIC X(01).
000900     05  CH-WINDOW-KB            PIC 9(12).
000910     05  FILLER                  PIC X(01).
000920     05  CH-WINDOW-ITEMS         PIC 9(07).
000930     05  FILLER                  PIC X(01).
000940     05  CH-WINDOW-DAYS          PIC 9(03).
000950     05  FILLER                  PIC X(01).
000960     05  CH-RETAIN-DAYS          PIC 9(05).
000970     05  FILLER                  PIC X(01).
000980     05  CH-FREE-KB              PIC 9(12).
000990     05  FILLER                  PIC X(03).
001000
001010 FD  SIZE-STAGING
001020     RECORD CONTAINS 200 CHARACTERS.
001030 01  SIZE-LINE                   PIC X(200).
001040
001050 FD  DOWNLOAD-LOG
001060     RECORD CONTAINS 267 CHARACTERS.
001070 01  LOG-RECORD.
001080     05  LOG-TIMESTAMP           PIC X(19).
001090     05  FILLER                  PIC X(01).
001100     05  LOG-CONTENT-TYPE        PIC X(10).
001110     05  FILLER                  PIC X(01).
001120     05  LOG-URL                 PIC X(100).
001130     05  FILLER                  PIC X(01).
001140     05  LOG-RESULT              PIC X(100).
001150     05  FILLER                  PIC X(01).
001160     05  LOG-REASON              PIC X(16).
001170     05  FILLER                  PIC X(01).
001180     05  LOG-REQUESTER           PIC X(08).
001190     05  FILLER                  PIC X(01).
001200     05  LOG-PROFILE             PIC X(08).
001210
001220 FD  CONFIG-FILE
001230     RECORD CONTAINS 80 CHARACTERS.
001240 01  CONFIG-RECORD.
001250     05  CFG-LINE                PIC X(80).
001260
001270 WORKING-STORAGE SECTION.
001280
001290*----------------------------------------------------------------
001300* STANDALONE ITEMS
001310*----------------------------------------------------------------
001320 77  OUTPUT-DIR                  PIC X(20)  VALUE "downloads".
001330 77  WS-REPORT-STATUS            PIC X(02)  VALUE "00".
001340 77  WS-CAPHIST-STATUS           PIC X(02)  VALUE "00".
001350 77  WS-SIZE-STATUS              PIC X(02)  VALUE "00".
001360 77  WS-LOG-STATUS               PIC X(02)  VALUE "00".
001370 77  WS-CONFIG-STATUS            PIC X(02)  VALUE "00".
001380 77  COMMAND                     PIC X(250).
001390 77  WS-CFG-KEYWORD              PIC X(20).
001400 77  WS-CFG-VALUE                PIC X(20).
001410 77  WS-TIMESTAMP                PIC X(19).
001420 77  WS-TODAY-TEXT               PIC X(10).
001430 77  WS-DATE-TEXT                PIC X(10).
001440 77  WS-TREND-FIRST              PIC X(10).
001450 77  WS-TREND-LAST               PIC X(10).
001460 77  WS-TODAY-INTEGER            PIC 9(09)  COMP  VALUE ZERO.
001470 77  WS-DATE-INTEGER             PIC 9(09)  COMP  VALUE ZERO.
001480 77  WS-DATE-NUM                 PIC 9(08)  VALUE ZERO.
001490 77  WS-WINDOW-DAYS              PIC 9(05)  COMP  VALUE 30.
001500 77  WS-WINDOW-MAX               PIC 9(05)  COMP  VALUE 365.
001510 77  WS-HORIZON-DAYS             PIC 9(05)  COMP  VALUE 730.
001520 77  WS-HORIZON-MAX              PIC 9(05)  COMP  VALUE 1830.
001530 77  WS-WARN-DAYS                PIC 9(05)  COMP  VALUE 90.
001540 77  WS-TREND-DAYS               PIC 9(05)  COMP  VALUE 90.
001550 77  WS-TREND-MIN-DAYS           PIC 9(05)  COMP  VALUE 7.
001560 77  WS-SPACE-MIN-MB             PIC 9(09)  COMP  VALUE ZERO.
001570 77  WS-TYPE-CUR                 PIC 9(05)  COMP  VALUE ZERO.
001580 77  WS-TOP-TYPE                 PIC 9(05)  COMP  VALUE ZERO.
001590 77  WS-SIZE-TEXT                PIC X(12).
001600 77  WS-TRIM-LEN                 PIC 9(05)  COMP  VALUE ZERO.
001610 77  WS-ENTRY-KB                 PIC 9(12)  COMP  VALUE ZERO.
001620 77  WS-DU-PATH                  PIC X(100).
001630 77  WS-DU-ROOT                  PIC X(20).
001640 77  WS-DU-TYPE                  PIC X(20).
001650 77  WS-DU-FOLDER                PIC X(60).
001660 77  WS-FOLDER-NAME              PIC X(10).
001670 77  WS-DF-LINE-COUNT            PIC 9(05)  COMP  VALUE ZERO.
001680 77  WS-DF-FILESYSTEM            PIC X(60).
001690 77  WS-DF-TOTAL                 PIC X(12).
001700 77  WS-DF-USED                  PIC X(12).
001710 77  WS-DF-AVAILABLE             PIC X(12).
001720 77  WS-VOLUME-KB                PIC 9(12)  COMP  VALUE ZERO.
001730 77  WS-FREE-KB                  PIC 9(12)  COMP  VALUE ZERO.
001740 77  WS-RESERVE-KB               PIC 9(12)  COMP  VALUE ZERO.
001750 77  WS-ARCHIVE-KB               PIC 9(12)  COMP  VALUE ZERO.
001760 77  WS-LIMIT-KB                 PIC S9(13) COMP  VALUE ZERO.
001770 77  WS-DAILY-TOTAL-KB           PIC 9(12)V99     VALUE ZERO.
001780 77  WS-STEADY-KB                PIC 9(12)V99     VALUE ZERO.
001790 77  WS-SCEN-USAGE-KB            PIC S9(13)V99    VALUE ZERO.
001800 77  WS-SCEN-KEPT-KB             PIC 9(12)  COMP  VALUE ZERO.
001810 77  WS-SCEN-FREED-KB            PIC 9(12)  COMP  VALUE ZERO.
001820 77  WS-SCEN-FILL-DAY            PIC 9(05)  COMP  VALUE ZERO.
001830 77  WS-SCEN-CUR                 PIC 9(05)  COMP  VALUE ZERO.
001840 77  WS-SCEN-PCT                 PIC 9(03)  VALUE ZERO.
001850 77  WS-POLICY-FILL-DAY          PIC 9(05)  COMP  VALUE ZERO.
001860 77  WS-ALT-COUNT                PIC 9(05)  COMP  VALUE ZERO.
001870 77  WS-ALT-MAX                  PIC 9(05)  COMP  VALUE 4.
001880 77  WS-DAY                      PIC 9(05)  COMP  VALUE ZERO.
001890 77  WS-EXPIRE-DAY               PIC S9(09) COMP  VALUE ZERO.
001900 77  WS-FOLDER-COUNT             PIC 9(05)  COMP  VALUE ZERO.
001910 77  WS-FOLDER-TABLE-MAX         PIC 9(05)  COMP  VALUE 4000.
001920 77  WS-FOLDERS-LEFT-OUT         PIC 9(05)  COMP  VALUE ZERO.
001930 77  WS-OBS-BASE-STAMP           PIC X(19).
001940 77  WS-OBS-BASE-KB              PIC 9(12)  COMP  VALUE ZERO.
001950 77  WS-OBS-DAYS                 PIC 9(05)  COMP  VALUE ZERO.
001960 77  WS-OBS-RATE-KB              PIC S9(12)V9     VALUE ZERO.
001970 77  WS-OBS-FILL-DAYS            PIC 9(09)  COMP  VALUE ZERO.
001980 77  WS-MB-VALUE                 PIC 9(09)  VALUE ZERO.
001990 77  WS-MB-DISPLAY               PIC ZZZZZZZZ9.
002000 77  WS-COUNT-DISPLAY            PIC ZZZZ9.
002010 77  WS-PCT-DISPLAY              PIC ZZ9.
002020 77  WS-ALT-DISPLAY              PIC Z9.
002030 77  WS-RATE-DISPLAY             PIC -ZZZZZ9.9.
002040 77  WS-MB-DAY-DISPLAY           PIC ZZZZZ9.9.
002050
002060*----------------------------------------------------------------
002070* CURRENT DATE / TIME WORK AREAS (USED TO BUILD WS-TIMESTAMP)
002080*----------------------------------------------------------------
002090 01  WS-CURRENT-DATE-FIELDS.
002100     05  WS-CD-YYYY              PIC 9(04).
002110     05  WS-CD-MM                PIC 9(02).
002120     05  WS-CD-DD                PIC 9(02).
002130
002140 01  WS-CD-ALL-FIELDS REDEFINES WS-CURRENT-DATE-FIELDS.
002150     05  WS-CD-ALL               PIC 9(08).
002160
002170 01  WS-CURRENT-TIME-FIELDS.
002180     05  WS-CT-HH                PIC 9(02).
002190     05  WS-CT-MM                PIC 9(02).
002200     05  WS-CT-SS                PIC 9(02).
002210     05  WS-CT-HH2               PIC 9(02).
002220
002230*----------------------------------------------------------------
002240* SWITCHES
002250*----------------------------------------------------------------
002260 01  WS-SWITCHES.
002270     05  WS-SIZE-EOF-SWITCH      PIC X(01)  VALUE "N".
002280         88  WS-END-OF-SIZES                VALUE "Y".
002290     05  WS-CONFIG-EOF-SWITCH    PIC X(01)  VALUE "N".
002300         88  WS-END-OF-CONFIG               VALUE "Y".
002310     05  WS-LOG-EOF-SWITCH       PIC X(01)  VALUE "N".
002320         88  WS-END-OF-LOG                  VALUE "Y".
002330     05  WS-CAPHIST-EOF-SWITCH   PIC X(01)  VALUE "N".
002340         88  WS-END-OF-CAPHIST              VALUE "Y".
002350     05  WS-TRIM-DONE-SWITCH     PIC X(01)  VALUE "N".
002360         88  WS-TRIM-DONE                   VALUE "Y".
002370         88  WS-TRIM-MORE                   VALUE "N".
002380     05  WS-SIZE-OK-SWITCH       PIC X(01)  VALUE "N".
002390         88  WS-SIZE-IS-NUMBER              VALUE "Y".
002400         88  WS-SIZE-NOT-NUMBER             VALUE "N".
002410     05  WS-FOLDER-OK-SWITCH     PIC X(01)  VALUE "N".
002420         88  WS-FOLDER-IS-DATE              VALUE "Y".
002430         88  WS-FOLDER-NOT-DATE             VALUE "N".
002440     05  WS-FREE-SPACE-SWITCH    PIC X(01)  VALUE "N".
002450         88  WS-FREE-SPACE-KNOWN            VALUE "Y".
002460         88  WS-FREE-SPACE-UNKNOWN          VALUE "N".
002470     05  WS-LOG-FOUND-SWITCH     PIC X(01)  VALUE "N".
002480         88  WS-LOG-WAS-READ                VALUE "Y".
002490     05  WS-SCEN-FILL-SWITCH     PIC X(01)  VALUE "N".
002500         88  WS-SCEN-FILLS                  VALUE "Y".
002510         88  WS-SCEN-NOT-FILLED             VALUE "N".
002520     05  WS-POLICY-FILL-SWITCH   PIC X(01)  VALUE "N".
002530         88  WS-POLICY-FILLS                VALUE "Y".
002540     05  WS-OBS-BASE-SWITCH      PIC X(01)  VALUE "N".
002550         88  WS-OBS-BASE-FOUND              VALUE "Y".
002560         88  WS-OBS-BASE-MISSING            VALUE "N".
002570
002580*----------------------------------------------------------------
002590* RETENTION POLICY - DAYS KEPT PER CONTENT-TYPE, WITH THE SAME
002600* TYPE LIST, DEFAULTS AND CONFIG KEYWORDS AS THE RETENTION PURGE.
002610*----------------------------------------------------------------
002620 01  WS-TYPE-TABLE-VALUES.
002630     05  FILLER                  PIC X(10)  VALUE "reel".
002640     05  FILLER                  PIC X(10)  VALUE "video".
002650     05  FILLER                  PIC X(10)  VALUE "photo".
002660     05  FILLER                  PIC X(10)  VALUE "story".
002670     05  FILLER                  PIC X(10)  VALUE "igtv".
002680
002690 01  WS-TYPE-NAMES REDEFINES WS-TYPE-TABLE-VALUES.
002700     05  WS-TYPE-NAME            PIC X(10)  OCCURS 5 TIMES.
002710
002720 01  WS-RETAIN-DAYS-VALUES.
002730     05  FILLER                  PIC 9(05)  VALUE 365.
002740     05  FILLER                  PIC 9(05)  VALUE 365.
002750     05  FILLER                  PIC 9(05)  VALUE 365.
002760     05  FILLER                  PIC 9(05)  VALUE 30.
002770     05  FILLER                  PIC 9(05)  VALUE 365.
002780
002790 01  WS-RETAIN-DAYS-TABLE REDEFINES WS-RETAIN-DAYS-VALUES.
002800     05  WS-RETAIN-DAYS          PIC 9(05)  OCCURS 5 TIMES.
002810
002820 77  WS-TYPE-COUNT-MAX           PIC 9(05)  COMP  VALUE 5.
002830
002840*----------------------------------------------------------------
002850* TYPE STATISTICS - WHAT WAS MEASURED FOR EACH CONTENT-TYPE. THE
002860* RECENT WINDOW IS THE LAST CAPACITY-DAYS FULL DAYS, CUT TO THE
002870* TYPE'S RETENTION WHEN THAT IS SHORTER (OLDER FOLDERS ARE
002880* ALREADY GONE). OTHER-KB IS WHATEVER IS NOT A DATE FOLDER; THE
002890* PURGE NEVER TOUCHES IT. SCEN-RETAIN IS THE RETENTION OF THE
002900* SCENARIO BEING PROJECTED.
002910*----------------------------------------------------------------
002920 01  WS-TYPE-STATS.
002930     05  WS-TS-ENTRY             OCCURS 5 TIMES.
002940         10  WS-TS-FOLDERS       PIC 9(05)  COMP.
002950         10  WS-TS-ARCHIVE-KB    PIC 9(12)  COMP.
002960         10  WS-TS-OTHER-KB      PIC 9(12)  COMP.
002970         10  WS-TS-WINDOW-KB     PIC 9(12)  COMP.
002980         10  WS-TS-WINDOW-ITEMS  PIC 9(07)  COMP.
002990         10  WS-TS-WINDOW-DAYS   PIC 9(05)  COMP.
003000         10  WS-TS-WINDOW-FIRST  PIC X(10).
003010         10  WS-TS-DAILY-KB      PIC 9(12)V99.
003020         10  WS-TS-SCEN-RETAIN   PIC 9(05)  COMP.
003030
003040*----------------------------------------------------------------
003050* DATE-FOLDER TABLE - EVERY YYYY-MM-DD FOLDER MEASURED, WITH ITS
003060* TYPE, ITS DATE AS A DAY NUMBER AND ITS SIZE. THE PROJECTION
003070* REPLAYS THE PURGE OVER IT FOR EACH SCENARIO.
003080*----------------------------------------------------------------
003090 01  WS-FOLDER-TABLE.
003100     05  WS-FT-ENTRY             OCCURS 4000 TIMES
003110                                  INDEXED BY WS-FT-IDX.
003120         10  WS-FT-TYPE          PIC 9(05)  COMP.
003130         10  WS-FT-DATE-INTEGER  PIC 9(09)  COMP.
003140         10  WS-FT-KB            PIC 9(12)  COMP.
003150
003160*----------------------------------------------------------------
003170* EXPIRY TABLE - FOR THE SCENARIO BEING PROJECTED, THE KB THE
003180* PURGE REMOVES ON EACH DAY OF THE HORIZON FROM FOLDERS THAT
003190* EXIST TODAY.
003200*----------------------------------------------------------------
003210 01  WS-DROP-TABLE.
003220     05  WS-DROP-KB              PIC 9(12)  COMP
003230                                  OCCURS 1830 TIMES.
003240
003250*----------------------------------------------------------------
003260* RETENTION ALTERNATIVES - PERCENT OF TODAY'S RETENTION, ONE PER
003270* CAPACITY-ALT LINE IN CONFIG (1 TO 99). NONE CONFIGURED MEANS
003280* 75 AND 50.
003290*----------------------------------------------------------------
003300 01  WS-ALT-TABLE.
003310     05  WS-ALT-PCT              PIC 9(03)  OCCURS 4 TIMES.
003320
003330*----------------------------------------------------------------
003340* REPORT LINES - PER-TYPE GROWTH AND PER-SCENARIO PROJECTION.
003350*----------------------------------------------------------------
003360 01  WS-TYPE-HEADER.
003370     05  FILLER                  PIC X(12)  VALUE "  Tipo".
003380     05  FILLER                  PIC X(07)  VALUE " Pastas".
003390     05  FILLER                  PIC X(11)  VALUE " Arquivo MB".
003400     05  FILLER                  PIC X(11)  VALUE "  Janela MB".
003410     05  FILLER                  PIC X(11)  VALUE "  Itens/dia".
003420     05  FILLER                  PIC X(11)  VALUE "    KB/item".
003430     05  FILLER                  PIC X(10)  VALUE "    MB/dia".
003440     05  FILLER                  PIC X(07)  VALUE "   Dias".
003450     05  FILLER                  PIC X(11)  VALUE " MB estavel".
003460     05  FILLER                  PIC X(05)  VALUE "    %".
003470     05  FILLER                  PIC X(36)  VALUE SPACES.
003480
003490 01  WS-TYPE-LINE.
003500     05  FILLER                  PIC X(02)  VALUE SPACES.
003510     05  TL-TYPE                 PIC X(10).
003520     05  FILLER                  PIC X(02)  VALUE SPACES.
003530     05  TL-FOLDERS              PIC ZZZZ9.
003540     05  FILLER                  PIC X(02)  VALUE SPACES.
003550     05  TL-ARCHIVE-MB           PIC ZZZZZZZZ9.
003560     05  FILLER                  PIC X(02)  VALUE SPACES.
003570     05  TL-WINDOW-MB            PIC ZZZZZZZZ9.
003580     05  FILLER                  PIC X(04)  VALUE SPACES.
003590     05  TL-ITEMS-DAY            PIC ZZZZ9.9.
003600     05  FILLER                  PIC X(02)  VALUE SPACES.
003610     05  TL-KB-ITEM              PIC ZZZZZZZZ9.
003620     05  FILLER                  PIC X(02)  VALUE SPACES.
003630     05  TL-MB-DAY               PIC ZZZZZ9.9.
003640     05  FILLER                  PIC X(02)  VALUE SPACES.
003650     05  TL-RETAIN               PIC ZZZZ9.
003660     05  FILLER                  PIC X(02)  VALUE SPACES.
003670     05  TL-STEADY-MB            PIC ZZZZZZZZ9.
003680     05  FILLER                  PIC X(02)  VALUE SPACES.
003690     05  TL-SHARE                PIC ZZ9.
003700     05  FILLER                  PIC X(36)  VALUE SPACES.
003710
003720 01  WS-SCEN-HEADER.
003730     05  FILLER                  PIC X(18)  VALUE "  Cenario".
003740     05  FILLER                  PIC X(07)  VALUE "   reel".
003750     05  FILLER                  PIC X(07)  VALUE "  video".
003760     05  FILLER                  PIC X(07)  VALUE "  photo".
003770     05  FILLER                  PIC X(07)  VALUE "  story".
003780     05  FILLER                  PIC X(07)  VALUE "   igtv".
003790     05  FILLER                  PIC X(11)  VALUE "  Libera MB".
003800     05  FILLER                  PIC X(11)  VALUE "  Mantem MB".
003810     05  FILLER                  PIC X(14)
003820                                  VALUE "  MB horizonte".
003830     05  FILLER                  PIC X(22)  VALUE "  Cheio em".
003840     05  FILLER                  PIC X(07)  VALUE "   Dias".
003850     05  FILLER                  PIC X(14)  VALUE SPACES.
003860
003870 01  WS-SCEN-LINE.
003880     05  FILLER                  PIC X(02)  VALUE SPACES.
003890     05  SL-NAME                 PIC X(16).
003900     05  SL-RETAIN-COLUMN        OCCURS 5 TIMES.
003910         10  FILLER              PIC X(02).
003920         10  SL-RETAIN           PIC ZZZZ9.
003930     05  FILLER                  PIC X(02)  VALUE SPACES.
003940     05  SL-FREED-MB             PIC ZZZZZZZZ9.
003950     05  FILLER                  PIC X(02)  VALUE SPACES.
003960     05  SL-KEPT-MB              PIC ZZZZZZZZ9.
003970     05  FILLER                  PIC X(05)  VALUE SPACES.
003980     05  SL-HORIZON-MB           PIC ZZZZZZZZ9.
003990     05  FILLER                  PIC X(02)  VALUE SPACES.
004000     05  SL-FILL-DATE            PIC X(20).
004010     05  FILLER                  PIC X(02)  VALUE SPACES.
004020     05  SL-FILL-DAYS            PIC X(05).
004030     05  FILLER                  PIC X(14)  VALUE SPACES.
004040
004050 PROCEDURE DIVISION.
004060
004070*----------------------------------------------------------------
004080* MAIN-PROCEDURE
004090*   MEASURES THE VOLUME AND THE ARCHIVE, WORKS OUT THE RECENT
004100*   DAILY VOLUME, PROJECTS EACH RETENTION SCENARIO AND THE
004110*   OBSERVED TREND, WRITES THE REPORT AND APPENDS TODAY'S
004120*   SNAPSHOT TO CAPACITY-HISTORY.
004130*----------------------------------------------------------------
004140 MAIN-PROCEDURE.
004150     DISPLAY "Previsao de capacidade do arquivo".
004160     PERFORM BUILD-TIMESTAMP.
004170     DISPLAY "Inicio: " WS-TIMESTAMP.
004180     PERFORM LOAD-CONFIG.
004190     PERFORM BUILD-DATE-LIMITS.
004200
004210     OPEN OUTPUT CAPACITY-REPORT.
004220     IF WS-REPORT-STATUS NOT = "00"
004230         DISPLAY "Nao foi possivel abrir CAPACITY-REPORT"
004240         MOVE 1 TO RETURN-CODE
004250         STOP RUN
004260     END-IF.
004270
004280     PERFORM MEASURE-FREE-SPACE.
004290     PERFORM MEASURE-ONE-TYPE
004300         VARYING WS-TYPE-CUR FROM 1 BY 1
004310         UNTIL WS-TYPE-CUR > WS-TYPE-COUNT-MAX.
004320     PERFORM COUNT-RECENT-DOWNLOADS.
004330     PERFORM COMPUTE-DAILY-VOLUME.
004340     PERFORM LOAD-OBSERVED-TREND.
004350
004360     PERFORM WRITE-REPORT-HEADER.
004370     PERFORM WRITE-TYPE-SECTION.
004380     PERFORM WRITE-PROJECTION-SECTION.
004390     PERFORM WRITE-OBSERVED-TREND.
004400     CLOSE CAPACITY-REPORT.
004410
004420     PERFORM APPEND-CAPACITY-HISTORY.
004430
004440     PERFORM BUILD-TIMESTAMP.
004450     DISPLAY "Fim: " WS-TIMESTAMP.
004460     IF WS-FREE-SPACE-UNKNOWN
004470         MOVE 1 TO RETURN-CODE
004480     ELSE IF WS-POLICY-FILLS AND
004490        WS-POLICY-FILL-DAY NOT > WS-WARN-DAYS
004500         MOVE 1 TO RETURN-CODE
004510     ELSE
004520         MOVE 0 TO RETURN-CODE
004530     END-IF.
004540     STOP RUN.
004550
004560*----------------------------------------------------------------
004570* LOAD-CONFIG
004580*   READS THE OPTIONAL CONFIG-FILE OF "KEYWORD VALUE" LINES THE
004590*   SAME WAY THE NIGHTLY PROGRAM DOES. WINDOW AND HORIZON ARE CUT
004600*   TO THEIR TABLE LIMITS; NO CAPACITY-ALT LINE MEANS 75 AND 50.
004610*----------------------------------------------------------------
004620 LOAD-CONFIG.
004630     OPEN INPUT CONFIG-FILE.
004640     IF WS-CONFIG-STATUS = "00"
004650         PERFORM READ-CONFIG-RECORD UNTIL WS-END-OF-CONFIG
004660         CLOSE CONFIG-FILE
004670     END-IF.
004680     IF WS-WINDOW-DAYS = ZERO
004690         MOVE 30 TO WS-WINDOW-DAYS
004700     END-IF.
004710     IF WS-WINDOW-DAYS > WS-WINDOW-MAX
004720         MOVE WS-WINDOW-MAX TO WS-WINDOW-DAYS
004730     END-IF.
004740     IF WS-HORIZON-DAYS = ZERO OR WS-HORIZON-DAYS > WS-HORIZON-MAX
004750         MOVE WS-HORIZON-MAX TO WS-HORIZON-DAYS
004760     END-IF.
004770     IF WS-TREND-DAYS < WS-TREND-MIN-DAYS
004780         MOVE WS-TREND-MIN-DAYS TO WS-TREND-DAYS
004790     END-IF.
004800     IF WS-ALT-COUNT = ZERO
004810         MOVE 75 TO WS-ALT-PCT(1)
004820         MOVE 50 TO WS-ALT-PCT(2)
004830         MOVE 2 TO WS-ALT-COUNT
004840     END-IF.
004850     COMPUTE WS-RESERVE-KB = WS-SPACE-MIN-MB * 1024.
004860
004870*----------------------------------------------------------------
004880* READ-CONFIG-RECORD
004890*   READS ONE CONFIG-FILE LINE AND APPLIES ANY RECOGNIZED
004900*   KEYWORD.
004910*----------------------------------------------------------------
004920 READ-CONFIG-RECORD.
004930     READ CONFIG-FILE
004940         AT END
004950             SET WS-END-OF-CONFIG TO TRUE
004960         NOT AT END
004970             PERFORM APPLY-CONFIG-KEYWORD
004980     END-READ.
004990
005000*----------------------------------------------------------------
005010* APPLY-CONFIG-KEYWORD
005020*   SPLITS ONE CONFIG-FILE LINE INTO KEYWORD AND VALUE AND
005030*   APPLIES THE RETENTION POLICY, THE VOLUME RESERVE AND THE
005040*   FORECAST SETTINGS. UNKNOWN KEYWORDS ARE IGNORED.
005050*----------------------------------------------------------------
005060 APPLY-CONFIG-KEYWORD.
005070     MOVE SPACES TO WS-CFG-KEYWORD.
005080     MOVE SPACES TO WS-CFG-VALUE.
005090     UNSTRING CFG-LINE DELIMITED BY ALL SPACE
005100         INTO WS-CFG-KEYWORD WS-CFG-VALUE
005110     END-UNSTRING.
005120     MOVE FUNCTION UPPER-CASE(WS-CFG-KEYWORD) TO WS-CFG-KEYWORD.
005130     IF WS-CFG-KEYWORD = "RETAIN-REEL"
005140         MOVE FUNCTION NUMVAL(WS-CFG-VALUE)
005150             TO WS-RETAIN-DAYS(1)
005160     END-IF.
005170     IF WS-CFG-KEYWORD = "RETAIN-VIDEO"
005180         MOVE FUNCTION NUMVAL(WS-CFG-VALUE)
005190             TO WS-RETAIN-DAYS(2)
005200     END-IF.
005210     IF WS-CFG-KEYWORD = "RETAIN-PHOTO"
005220         MOVE FUNCTION NUMVAL(WS-CFG-VALUE)
005230             TO WS-RETAIN-DAYS(3)
005240     END-IF.
005250     IF WS-CFG-KEYWORD = "RETAIN-STORY"
005260         MOVE FUNCTION NUMVAL(WS-CFG-VALUE)
005270             TO WS-RETAIN-DAYS(4)
005280     END-IF.
005290     IF WS-CFG-KEYWORD = "RETAIN-IGTV"
005300         MOVE FUNCTION NUMVAL(WS-CFG-VALUE)
005310             TO WS-RETAIN-DAYS(5)
005320     END-IF.
005330     IF WS-CFG-KEYWORD = "SPACE-MIN-MB"
005340         MOVE FUNCTION NUMVAL(WS-CFG-VALUE) TO WS-SPACE-MIN-MB
005350     END-IF.
005360     IF WS-CFG-KEYWORD = "CAPACITY-DAYS"
005370         MOVE FUNCTION NUMVAL(WS-CFG-VALUE) TO WS-WINDOW-DAYS
005380     END-IF.
005390     IF WS-CFG-KEYWORD = "CAPACITY-HORIZON"
005400         MOVE FUNCTION NUMVAL(WS-CFG-VALUE) TO WS-HORIZON-DAYS
005410     END-IF.
005420     IF WS-CFG-KEYWORD = "CAPACITY-WARN-DAYS"
005430         MOVE FUNCTION NUMVAL(WS-CFG-VALUE) TO WS-WARN-DAYS
005440     END-IF.
005450     IF WS-CFG-KEYWORD = "CAPACITY-TREND-DAYS"
005460         MOVE FUNCTION NUMVAL(WS-CFG-VALUE) TO WS-TREND-DAYS
005470     END-IF.
005480     IF WS-CFG-KEYWORD = "CAPACITY-ALT"
005490         PERFORM ADD-RETENTION-ALTERNATIVE
005500     END-IF.
005510
005520*----------------------------------------------------------------
005530* ADD-RETENTION-ALTERNATIVE
005540*   KEEPS ONE CAPACITY-ALT PERCENTAGE. VALUES OUTSIDE 1 TO 99 AND
005550*   LINES PAST THE TABLE SIZE ARE IGNORED.
005560*----------------------------------------------------------------
005570 ADD-RETENTION-ALTERNATIVE.
005580     MOVE FUNCTION NUMVAL(WS-CFG-VALUE) TO WS-SCEN-PCT.
005590     IF WS-SCEN-PCT = ZERO OR WS-SCEN-PCT > 99
005600         DISPLAY "CAPACITY-ALT ignorado: " WS-CFG-VALUE
005610         EXIT PARAGRAPH
005620     END-IF.
005630     IF WS-ALT-COUNT NOT < WS-ALT-MAX
005640         DISPLAY "CAPACITY-ALT ignorado, maximo de 4: "
005650                 WS-CFG-VALUE
005660         EXIT PARAGRAPH
005670     END-IF.
005680     ADD 1 TO WS-ALT-COUNT.
005690     MOVE WS-SCEN-PCT TO WS-ALT-PCT(WS-ALT-COUNT).
005700
005710*----------------------------------------------------------------
005720* BUILD-DATE-LIMITS
005730*   WORKS OUT TODAY'S DAY NUMBER, EACH TYPE'S RECENT WINDOW (THE
005740*   LAST CAPACITY-DAYS FULL DAYS, NO LONGER THAN THE TYPE'S
005750*   RETENTION) AND THE RANGE OF SNAPSHOTS THE OBSERVED TREND MAY
005760*   START FROM.
005770*----------------------------------------------------------------
005780 BUILD-DATE-LIMITS.
005790     ACCEPT WS-CURRENT-DATE-FIELDS FROM DATE YYYYMMDD.
005800     MOVE FUNCTION INTEGER-OF-DATE(WS-CD-ALL)
005810         TO WS-TODAY-INTEGER.
005820     MOVE WS-TODAY-INTEGER TO WS-DATE-INTEGER.
005830     PERFORM FORMAT-DATE-INTEGER.
005840     MOVE WS-DATE-TEXT TO WS-TODAY-TEXT.
005850     PERFORM BUILD-ONE-TYPE-WINDOW
005860         VARYING WS-TYPE-CUR FROM 1 BY 1
005870         UNTIL WS-TYPE-CUR > WS-TYPE-COUNT-MAX.
005880     COMPUTE WS-DATE-INTEGER = WS-TODAY-INTEGER - WS-TREND-DAYS.
005890     PERFORM FORMAT-DATE-INTEGER.
005900     MOVE WS-DATE-TEXT TO WS-TREND-FIRST.
005910     COMPUTE WS-DATE-INTEGER =
005920         WS-TODAY-INTEGER - WS-TREND-MIN-DAYS.
005930     PERFORM FORMAT-DATE-INTEGER.
005940     MOVE WS-DATE-TEXT TO WS-TREND-LAST.
005950
005960*----------------------------------------------------------------
005970* BUILD-ONE-TYPE-WINDOW
005980*   SETS ONE TYPE'S WINDOW LENGTH AND FIRST DATE, AND CLEARS ITS
005990*   COUNTERS. THE WINDOW ENDS YESTERDAY.
006000*----------------------------------------------------------------
006010 BUILD-ONE-TYPE-WINDOW.
006020     MOVE ZERO TO WS-TS-FOLDERS(WS-TYPE-CUR).
006030     MOVE ZERO TO WS-TS-ARCHIVE-KB(WS-TYPE-CUR).
006040     MOVE ZERO TO WS-TS-OTHER-KB(WS-TYPE-CUR).
006050     MOVE ZERO TO WS-TS-WINDOW-KB(WS-TYPE-CUR).
006060     MOVE ZERO TO WS-TS-WINDOW-ITEMS(WS-TYPE-CUR).
006070     MOVE ZERO TO WS-TS-DAILY-KB(WS-TYPE-CUR).
006080     MOVE WS-WINDOW-DAYS TO WS-TS-WINDOW-DAYS(WS-TYPE-CUR).
006090     IF WS-RETAIN-DAYS(WS-TYPE-CUR) > ZERO AND
006100        WS-RETAIN-DAYS(WS-TYPE-CUR) < WS-WINDOW-DAYS
006110         MOVE WS-RETAIN-DAYS(WS-TYPE-CUR)
006120             TO WS-TS-WINDOW-DAYS(WS-TYPE-CUR)
006130     END-IF.
006140     COMPUTE WS-DATE-INTEGER =
006150         WS-TODAY-INTEGER - WS-TS-WINDOW-DAYS(WS-TYPE-CUR).
006160     PERFORM FORMAT-DATE-INTEGER.
006170     MOVE WS-DATE-TEXT TO WS-TS-WINDOW-FIRST(WS-TYPE-CUR).
006180
006190*----------------------------------------------------------------
006200* FORMAT-DATE-INTEGER
006210*   TURNS THE DAY NUMBER IN WS-DATE-INTEGER INTO A YYYY-MM-DD
006220*   TEXT IN WS-DATE-TEXT.
006230*----------------------------------------------------------------
006240 FORMAT-DATE-INTEGER.
006250     MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
006260         TO WS-DATE-NUM.
006270     MOVE SPACES TO WS-DATE-TEXT.
006280     STRING WS-DATE-NUM(1:4) DELIMITED BY SIZE
006290            "-"              DELIMITED BY SIZE
006300            WS-DATE-NUM(5:2) DELIMITED BY SIZE
006310            "-"              DELIMITED BY SIZE
006320            WS-DATE-NUM(7:2) DELIMITED BY SIZE
006330            INTO WS-DATE-TEXT.
006340
006350*----------------------------------------------------------------
006360* MEASURE-FREE-SPACE
006370*   ASKS THE SHELL FOR THE SIZE AND FREE SPACE, IN KB, OF THE
006380*   VOLUME HOLDING THE ARCHIVE. WITHOUT IT NO FILL DATE CAN BE
006390*   GIVEN; THE GROWTH FIGURES ARE STILL REPORTED.
006400*----------------------------------------------------------------
006410 MEASURE-FREE-SPACE.
006420     MOVE SPACES TO COMMAND.
006430     STRING "df -Pk "              DELIMITED BY SIZE
006440            OUTPUT-DIR             DELIMITED BY SPACE
006450            " > CFSIZE 2>/dev/null" DELIMITED BY SIZE
006460            INTO COMMAND.
006470     CALL "SYSTEM" USING COMMAND.
006480     MOVE ZERO TO WS-DF-LINE-COUNT.
006490     MOVE SPACES TO WS-DF-TOTAL.
006500     MOVE SPACES TO WS-DF-AVAILABLE.
006510     MOVE "N" TO WS-SIZE-EOF-SWITCH.
006520     OPEN INPUT SIZE-STAGING.
006530     IF WS-SIZE-STATUS NOT = "00"
006540         DISPLAY "Nao foi possivel medir o espaco livre do volume"
006550         EXIT PARAGRAPH
006560     END-IF.
006570     PERFORM READ-ONE-DF-LINE UNTIL WS-END-OF-SIZES.
006580     CLOSE SIZE-STAGING.
006590
006600     MOVE WS-DF-TOTAL TO WS-SIZE-TEXT.
006610     PERFORM CONVERT-SIZE-TEXT.
006620     MOVE WS-ENTRY-KB TO WS-VOLUME-KB.
006630     MOVE WS-DF-AVAILABLE TO WS-SIZE-TEXT.
006640     PERFORM CONVERT-SIZE-TEXT.
006650     IF WS-SIZE-IS-NUMBER AND WS-VOLUME-KB > ZERO
006660         MOVE WS-ENTRY-KB TO WS-FREE-KB
006670         SET WS-FREE-SPACE-KNOWN TO TRUE
006680     ELSE
006690         DISPLAY "Nao foi possivel medir o espaco livre do volume"
006700     END-IF.
006710
006720*----------------------------------------------------------------
006730* READ-ONE-DF-LINE
006740*   READS ONE LINE OF DF OUTPUT AND KEEPS THE TOTAL AND
006750*   AVAILABLE TOKENS OF THE SECOND (DATA) LINE.
006760*----------------------------------------------------------------
006770 READ-ONE-DF-LINE.
006780     READ SIZE-STAGING
006790         AT END
006800             SET WS-END-OF-SIZES TO TRUE
006810         NOT AT END
006820             ADD 1 TO WS-DF-LINE-COUNT
006830             IF WS-DF-LINE-COUNT = 2
006840                 MOVE SPACES TO WS-DF-FILESYSTEM
006850                 MOVE SPACES TO WS-DF-TOTAL
006860                 MOVE SPACES TO WS-DF-USED
006870                 MOVE SPACES TO WS-DF-AVAILABLE
006880                 UNSTRING SIZE-LINE
006890                     DELIMITED BY ALL SPACE
006900                     INTO WS-DF-FILESYSTEM
006910                          WS-DF-TOTAL
006920                          WS-DF-USED
006930                          WS-DF-AVAILABLE
006940                 END-UNSTRING
006950             END-IF
006960     END-READ.
006970
006980*----------------------------------------------------------------
006990* MEASURE-ONE-TYPE
007000*   HAS DU MEASURE EVERY ENTRY OF ONE CONTENT-TYPE FOLDER IN ONE
007010*   CALL AND RECORDS EACH SIZE. A TYPE WITH NO FOLDER YET SIMPLY
007020*   MEASURES NOTHING.
007030*----------------------------------------------------------------
007040 MEASURE-ONE-TYPE.
007050     MOVE SPACES TO COMMAND.
007060     STRING "du -sk "                 DELIMITED BY SIZE
007070            OUTPUT-DIR                DELIMITED BY SPACE
007080            "/"                       DELIMITED BY SIZE
007090            WS-TYPE-NAME(WS-TYPE-CUR) DELIMITED BY SPACE
007100            "/* > CFSIZE 2>/dev/null" DELIMITED BY SIZE
007110            INTO COMMAND.
007120     CALL "SYSTEM" USING COMMAND.
007130
007140     MOVE "N" TO WS-SIZE-EOF-SWITCH.
007150     OPEN INPUT SIZE-STAGING.
007160     IF WS-SIZE-STATUS NOT = "00"
007170         EXIT PARAGRAPH
007180     END-IF.
007190     PERFORM READ-ONE-SIZE-LINE UNTIL WS-END-OF-SIZES.
007200     CLOSE SIZE-STAGING.
007210
007220*----------------------------------------------------------------
007230* READ-ONE-SIZE-LINE
007240*   READS ONE "KB PATH" LINE OF DU OUTPUT. A PROPER YYYY-MM-DD
007250*   FOLDER GOES INTO THE DATE-FOLDER TABLE AND, WHEN IT FALLS IN
007260*   THE TYPE'S RECENT WINDOW, INTO THE WINDOW TOTAL; ANYTHING
007270*   ELSE IS COUNTED AS OTHER CONTENT THE PURGE NEVER REMOVES.
007280*----------------------------------------------------------------
007290 READ-ONE-SIZE-LINE.
007300     READ SIZE-STAGING
007310         AT END
007320             SET WS-END-OF-SIZES TO TRUE
007330             EXIT PARAGRAPH
007340     END-READ.
007350     MOVE SPACES TO WS-SIZE-TEXT.
007360     MOVE SPACES TO WS-DU-PATH.
007370     UNSTRING SIZE-LINE DELIMITED BY X"09" OR ALL SPACE
007380         INTO WS-SIZE-TEXT WS-DU-PATH
007390     END-UNSTRING.
007400     PERFORM CONVERT-SIZE-TEXT.
007410     IF WS-SIZE-NOT-NUMBER
007420         EXIT PARAGRAPH
007430     END-IF.
007440     ADD WS-ENTRY-KB TO WS-TS-ARCHIVE-KB(WS-TYPE-CUR).
007450     ADD WS-ENTRY-KB TO WS-ARCHIVE-KB.
007460
007470     MOVE SPACES TO WS-DU-ROOT.
007480     MOVE SPACES TO WS-DU-TYPE.
007490     MOVE SPACES TO WS-DU-FOLDER.
007500     UNSTRING WS-DU-PATH DELIMITED BY "/"
007510         INTO WS-DU-ROOT WS-DU-TYPE WS-DU-FOLDER
007520     END-UNSTRING.
007530     MOVE WS-DU-FOLDER(1:10) TO WS-FOLDER-NAME.
007540     PERFORM VALIDATE-FOLDER-NAME.
007550     IF WS-FOLDER-NOT-DATE
007560         ADD WS-ENTRY-KB TO WS-TS-OTHER-KB(WS-TYPE-CUR)
007570         EXIT PARAGRAPH
007580     END-IF.
007590
007600     ADD 1 TO WS-TS-FOLDERS(WS-TYPE-CUR).
007610     IF WS-FOLDER-NAME NOT < WS-TS-WINDOW-FIRST(WS-TYPE-CUR) AND
007620        WS-FOLDER-NAME < WS-TODAY-TEXT
007630         ADD WS-ENTRY-KB TO WS-TS-WINDOW-KB(WS-TYPE-CUR)
007640     END-IF.
007650     IF WS-FOLDER-COUNT NOT < WS-FOLDER-TABLE-MAX
007660         ADD 1 TO WS-FOLDERS-LEFT-OUT
007670         ADD WS-ENTRY-KB TO WS-TS-OTHER-KB(WS-TYPE-CUR)
007680         EXIT PARAGRAPH
007690     END-IF.
007700     ADD 1 TO WS-FOLDER-COUNT.
007710     SET WS-FT-IDX TO WS-FOLDER-COUNT.
007720     MOVE WS-TYPE-CUR TO WS-FT-TYPE(WS-FT-IDX).
007730     MOVE WS-DATE-INTEGER TO WS-FT-DATE-INTEGER(WS-FT-IDX).
007740     MOVE WS-ENTRY-KB TO WS-FT-KB(WS-FT-IDX).
007750
007760*----------------------------------------------------------------
007770* VALIDATE-FOLDER-NAME
007780*   ACCEPTS ONLY FOLDER NAMES THAT ARE EXACTLY A REAL YYYY-MM-DD
007790*   DATE, THE SAME RULE THE RETENTION PURGE APPLIES, AND LEAVES
007800*   ITS DAY NUMBER IN WS-DATE-INTEGER.
007810*----------------------------------------------------------------
007820 VALIDATE-FOLDER-NAME.
007830     SET WS-FOLDER-NOT-DATE TO TRUE.
007840     IF WS-DU-FOLDER(11:1) NOT = SPACE
007850         EXIT PARAGRAPH
007860     END-IF.
007870     IF WS-FOLDER-NAME(1:4) IS NOT NUMERIC OR
007880        WS-FOLDER-NAME(5:1) NOT = "-" OR
007890        WS-FOLDER-NAME(6:2) IS NOT NUMERIC OR
007900        WS-FOLDER-NAME(8:1) NOT = "-" OR
007910        WS-FOLDER-NAME(9:2) IS NOT NUMERIC
007920         EXIT PARAGRAPH
007930     END-IF.
007940     IF WS-FOLDER-NAME(6:2) < "01" OR WS-FOLDER-NAME(6:2) > "12"
007950        OR WS-FOLDER-NAME(9:2) < "01"
007960        OR WS-FOLDER-NAME(9:2) > "31"
007970         EXIT PARAGRAPH
007980     END-IF.
007990     MOVE WS-FOLDER-NAME(1:4) TO WS-DATE-NUM(1:4).
008000     MOVE WS-FOLDER-NAME(6:2) TO WS-DATE-NUM(5:2).
008010     MOVE WS-FOLDER-NAME(9:2) TO WS-DATE-NUM(7:2).
008020     MOVE FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
008030         TO WS-DATE-INTEGER.
008040     IF WS-DATE-INTEGER > ZERO
008050         SET WS-FOLDER-IS-DATE TO TRUE
008060     END-IF.
008070
008080*----------------------------------------------------------------
008090* CONVERT-SIZE-TEXT
008100*   TURNS THE SIZE TOKEN IN WS-SIZE-TEXT INTO WS-ENTRY-KB, OR
008110*   MARKS IT NOT A NUMBER.
008120*----------------------------------------------------------------
008130 CONVERT-SIZE-TEXT.
008140     MOVE ZERO TO WS-ENTRY-KB.
008150     SET WS-SIZE-NOT-NUMBER TO TRUE.
008160     MOVE 12 TO WS-TRIM-LEN.
008170     SET WS-TRIM-MORE TO TRUE.
008180     PERFORM TRIM-ONE-SIZE-CHAR UNTIL WS-TRIM-DONE.
008190     IF WS-TRIM-LEN > ZERO AND
008200        WS-SIZE-TEXT(1:WS-TRIM-LEN) IS NUMERIC
008210         MOVE FUNCTION NUMVAL(WS-SIZE-TEXT(1:WS-TRIM-LEN))
008220             TO WS-ENTRY-KB
008230         SET WS-SIZE-IS-NUMBER TO TRUE
008240     END-IF.
008250
008260*----------------------------------------------------------------
008270* TRIM-ONE-SIZE-CHAR
008280*   BACKS WS-TRIM-LEN OVER ONE TRAILING SPACE OF THE SIZE
008290*   TOKEN, OR MARKS THE TRIM FINISHED. USED AS THE PERFORM ...
008300*   UNTIL PARAGRAPH OF CONVERT-SIZE-TEXT.
008310*----------------------------------------------------------------
008320 TRIM-ONE-SIZE-CHAR.
008330     IF WS-TRIM-LEN = ZERO
008340         SET WS-TRIM-DONE TO TRUE
008350     ELSE
008360         IF WS-SIZE-TEXT(WS-TRIM-LEN:1) = SPACE
008370             SUBTRACT 1 FROM WS-TRIM-LEN
008380         ELSE
008390             SET WS-TRIM-DONE TO TRUE
008400         END-IF
008410     END-IF.
008420
008430*----------------------------------------------------------------
008440* COUNT-RECENT-DOWNLOADS
008450*   COUNTS THE COMPLETED DOWNLOADS OF EACH TYPE LOGGED INSIDE ITS
008460*   RECENT WINDOW. A MISSING DOWNLOAD-LOG LEAVES THE ITEM COUNTS
008470*   AT ZERO; THE SIZES STILL COME FROM THE FOLDERS.
008480*----------------------------------------------------------------
008490 COUNT-RECENT-DOWNLOADS.
008500     OPEN INPUT DOWNLOAD-LOG.
008510     IF WS-LOG-STATUS NOT = "00"
008520         DISPLAY "DOWNLOAD-LOG indisponivel, "
008530                 "itens por dia zerados"
008540         EXIT PARAGRAPH
008550     END-IF.
008560     SET WS-LOG-WAS-READ TO TRUE.
008570     PERFORM READ-ONE-LOG-RECORD UNTIL WS-END-OF-LOG.
008580     CLOSE DOWNLOAD-LOG.
008590
008600*----------------------------------------------------------------
008610* READ-ONE-LOG-RECORD
008620*   READS ONE DOWNLOAD-LOG ENTRY AND COUNTS IT WHEN IT IS A
008630*   COMPLETED DOWNLOAD.
008640*----------------------------------------------------------------
008650 READ-ONE-LOG-RECORD.
008660     READ DOWNLOAD-LOG
008670         AT END
008680             SET WS-END-OF-LOG TO TRUE
008690         NOT AT END
008700             IF LOG-RESULT = "Download completo"
008710                 PERFORM COUNT-ONE-LOG-TYPE
008720                     VARYING WS-TYPE-CUR FROM 1 BY 1
008730                     UNTIL WS-TYPE-CUR > WS-TYPE-COUNT-MAX
008740             END-IF
008750     END-READ.
008760
008770*----------------------------------------------------------------
008780* COUNT-ONE-LOG-TYPE
008790*   COUNTS THE CURRENT LOG ENTRY AGAINST ONE TYPE WHEN IT IS OF
008800*   THAT TYPE AND DATED INSIDE THE TYPE'S WINDOW. USED AS THE
008810*   VARYING PARAGRAPH OF READ-ONE-LOG-RECORD.
008820*----------------------------------------------------------------
008830 COUNT-ONE-LOG-TYPE.
008840     IF LOG-CONTENT-TYPE = WS-TYPE-NAME(WS-TYPE-CUR) AND
008850        LOG-TIMESTAMP(1:10) NOT <
008860        WS-TS-WINDOW-FIRST(WS-TYPE-CUR) AND
008870        LOG-TIMESTAMP(1:10) < WS-TODAY-TEXT
008880         ADD 1 TO WS-TS-WINDOW-ITEMS(WS-TYPE-CUR)
008890     END-IF.
008900
008910*----------------------------------------------------------------
008920* COMPUTE-DAILY-VOLUME
008930*   TURNS EACH TYPE'S WINDOW TOTAL INTO KB PER DAY, ADDS THEM UP
008940*   AND PICKS THE TYPE THAT GROWS THE MOST.
008950*----------------------------------------------------------------
008960 COMPUTE-DAILY-VOLUME.
008970     MOVE ZERO TO WS-DAILY-TOTAL-KB.
008980     MOVE ZERO TO WS-TOP-TYPE.
008990     PERFORM COMPUTE-ONE-DAILY-VOLUME
009000         VARYING WS-TYPE-CUR FROM 1 BY 1
009010         UNTIL WS-TYPE-CUR > WS-TYPE-COUNT-MAX.
009020
009030*----------------------------------------------------------------
009040* COMPUTE-ONE-DAILY-VOLUME
009050*   WORKS OUT ONE TYPE'S DAILY VOLUME. USED AS THE VARYING
009060*   PARAGRAPH OF COMPUTE-DAILY-VOLUME.
009070*----------------------------------------------------------------
009080 COMPUTE-ONE-DAILY-VOLUME.
009090     IF WS-TS-WINDOW-DAYS(WS-TYPE-CUR) > ZERO
009100         COMPUTE WS-TS-DAILY-KB(WS-TYPE-CUR) ROUNDED =
009110             WS-TS-WINDOW-KB(WS-TYPE-CUR) /
009120             WS-TS-WINDOW-DAYS(WS-TYPE-CUR)
009130     END-IF.
009140     ADD WS-TS-DAILY-KB(WS-TYPE-CUR) TO WS-DAILY-TOTAL-KB.
009150     IF WS-TOP-TYPE = ZERO
009160         IF WS-TS-DAILY-KB(WS-TYPE-CUR) > ZERO
009170             MOVE WS-TYPE-CUR TO WS-TOP-TYPE
009180         END-IF
009190     ELSE
009200         IF WS-TS-DAILY-KB(WS-TYPE-CUR) >
009210            WS-TS-DAILY-KB(WS-TOP-TYPE)
009220             MOVE WS-TYPE-CUR TO WS-TOP-TYPE
009230         END-IF
009240     END-IF.
009250
009260*----------------------------------------------------------------
009270* LOAD-OBSERVED-TREND
009280*   FINDS IN CAPACITY-HISTORY THE OLDEST "TOTAL" SNAPSHOT TAKEN
009290*   NO EARLIER THAN CAPACITY-TREND-DAYS AGO AND AT LEAST A WEEK
009300*   AGO, THE BASE THE OBSERVED NET GROWTH IS MEASURED FROM. RUN
009310*   BEFORE TODAY'S SNAPSHOT IS APPENDED.
009320*----------------------------------------------------------------
009330 LOAD-OBSERVED-TREND.
009340     SET WS-OBS-BASE-MISSING TO TRUE.
009350     OPEN INPUT CAPACITY-HISTORY.
009360     IF WS-CAPHIST-STATUS NOT = "00"
009370         EXIT PARAGRAPH
009380     END-IF.
009390     PERFORM READ-ONE-HISTORY-RECORD
009400         UNTIL WS-END-OF-CAPHIST OR WS-OBS-BASE-FOUND.
009410     CLOSE CAPACITY-HISTORY.
009420
009430*----------------------------------------------------------------
009440* READ-ONE-HISTORY-RECORD
009450*   READS ONE CAPACITY-HISTORY RECORD AND TAKES IT AS THE TREND
009460*   BASE WHEN IT IS A USABLE "TOTAL" SNAPSHOT INSIDE THE RANGE.
009470*----------------------------------------------------------------
009480 READ-ONE-HISTORY-RECORD.
009490     READ CAPACITY-HISTORY
009500         AT END
009510             SET WS-END-OF-CAPHIST TO TRUE
009520             EXIT PARAGRAPH
009530     END-READ.
009540     IF CH-CONTENT-TYPE NOT = "TOTAL" OR
009550        CH-ARCHIVE-KB NOT NUMERIC
009560         EXIT PARAGRAPH
009570     END-IF.
009580     IF CH-SNAP-STAMP(1:10) < WS-TREND-FIRST OR
009590        CH-SNAP-STAMP(1:10) > WS-TREND-LAST
009600         EXIT PARAGRAPH
009610     END-IF.
009620     MOVE CH-SNAP-STAMP TO WS-OBS-BASE-STAMP.
009630     MOVE CH-ARCHIVE-KB TO WS-OBS-BASE-KB.
009640     SET WS-OBS-BASE-FOUND TO TRUE.
009650
009660*----------------------------------------------------------------
009670* BUILD-TIMESTAMP
009680*   FORMATS TODAY'S DATE AND THE CURRENT TIME INTO WS-TIMESTAMP
009690*   FOR THE REPORT HEADER, THE SNAPSHOT AND THE CONSOLE.
009700*----------------------------------------------------------------
009710 BUILD-TIMESTAMP.
009720     ACCEPT WS-CURRENT-DATE-FIELDS FROM DATE YYYYMMDD.
009730     ACCEPT WS-CURRENT-TIME-FIELDS FROM TIME.
009740     STRING WS-CD-YYYY           DELIMITED BY SIZE
009750            "-"                  DELIMITED BY SIZE
009760            WS-CD-MM             DELIMITED BY SIZE
009770            "-"                  DELIMITED BY SIZE
009780            WS-CD-DD             DELIMITED BY SIZE
009790            " "                  DELIMITED BY SIZE
009800            WS-CT-HH             DELIMITED BY SIZE
009810            ":"                  DELIMITED BY SIZE
009820            WS-CT-MM             DELIMITED BY SIZE
009830            ":"                  DELIMITED BY SIZE
009840            WS-CT-SS             DELIMITED BY SIZE
009850            INTO WS-TIMESTAMP.
009860
009870*----------------------------------------------------------------
009880* WRITE-REPORT-HEADER
009890*   WRITES THE TITLE AND THE VOLUME LINES: SIZE, FREE SPACE,
009900*   RESERVE AND HOW MUCH OF IT THE ARCHIVE TAKES.
009910*----------------------------------------------------------------
009920 WRITE-REPORT-HEADER.
009930     MOVE SPACES TO REPORT-LINE.
009940     STRING "Previsao de capacidade do arquivo - "
009950                         DELIMITED BY SIZE
009960            WS-TIMESTAMP DELIMITED BY SIZE
009970            INTO REPORT-LINE.
009980     WRITE REPORT-LINE.
009990     MOVE SPACES TO REPORT-LINE.
010000     WRITE REPORT-LINE.
010010
010020     MOVE SPACES TO REPORT-LINE.
010030     IF WS-FREE-SPACE-KNOWN
010040         COMPUTE WS-MB-VALUE = WS-VOLUME-KB / 1024
010050         MOVE WS-MB-VALUE TO WS-MB-DISPLAY
010060         STRING "  Volume:        " DELIMITED BY SIZE
010070                WS-MB-DISPLAY       DELIMITED BY SIZE
010080                " MB"               DELIMITED BY SIZE
010090                INTO REPORT-LINE
010100         WRITE REPORT-LINE
010110         MOVE SPACES TO REPORT-LINE
010120         COMPUTE WS-MB-VALUE = WS-FREE-KB / 1024
010130         MOVE WS-MB-VALUE TO WS-MB-DISPLAY
010140         STRING "  Livre:         " DELIMITED BY SIZE
010150                WS-MB-DISPLAY       DELIMITED BY SIZE
010160                " MB"               DELIMITED BY SIZE
010170                INTO REPORT-LINE
010180     ELSE
010190         MOVE "  Volume: espaco livre desconhecido, sem data de "
010200             TO REPORT-LINE(1:49)
010210         MOVE "enchimento" TO REPORT-LINE(50:10)
010220     END-IF.
010230     WRITE REPORT-LINE.
010240
010250     MOVE SPACES TO REPORT-LINE.
010260     MOVE WS-SPACE-MIN-MB TO WS-MB-DISPLAY.
010270     STRING "  Reserva:       " DELIMITED BY SIZE
010280            WS-MB-DISPLAY       DELIMITED BY SIZE
010290            " MB (SPACE-MIN-MB)" DELIMITED BY SIZE
010300            INTO REPORT-LINE.
010310     WRITE REPORT-LINE.
010320
010330     MOVE SPACES TO REPORT-LINE.
010340     COMPUTE WS-MB-VALUE = WS-ARCHIVE-KB / 1024.
010350     MOVE WS-MB-VALUE TO WS-MB-DISPLAY.
010360     STRING "  Arquivo:       " DELIMITED BY SIZE
010370            WS-MB-DISPLAY       DELIMITED BY SIZE
010380            " MB em "           DELIMITED BY SIZE
010390            OUTPUT-DIR          DELIMITED BY SPACE
010400            INTO REPORT-LINE.
010410     WRITE REPORT-LINE.
010420
010430     MOVE SPACES TO REPORT-LINE.
010440     MOVE WS-WINDOW-DAYS TO WS-COUNT-DISPLAY.
010450     STRING "  Volume recente: ultimos" DELIMITED BY SIZE
010460            WS-COUNT-DISPLAY            DELIMITED BY SIZE
010470            " dias completos (pastas de data e DOWNLOAD-LOG)"
010480                                        DELIMITED BY SIZE
010490            INTO REPORT-LINE.
010500     WRITE REPORT-LINE.
010510     IF WS-FOLDERS-LEFT-OUT > ZERO
010520         MOVE SPACES TO REPORT-LINE
010530         MOVE WS-FOLDERS-LEFT-OUT TO WS-COUNT-DISPLAY
010540         STRING "  Aviso: tabela de pastas cheia,"
010550                                    DELIMITED BY SIZE
010560                WS-COUNT-DISPLAY    DELIMITED BY SIZE
010570                " pastas tratadas como conteudo fixo"
010580                                    DELIMITED BY SIZE
010590                INTO REPORT-LINE
010600         WRITE REPORT-LINE
010610     END-IF.
010620
010630*----------------------------------------------------------------
010640* WRITE-TYPE-SECTION
010650*   WRITES ONE GROWTH LINE PER CONTENT-TYPE AND NAMES THE TYPE
010660*   THAT DRIVES THE GROWTH.
010670*----------------------------------------------------------------
010680 WRITE-TYPE-SECTION.
010690     MOVE SPACES TO REPORT-LINE.
010700     WRITE REPORT-LINE.
010710     MOVE "Crescimento por tipo de conteudo" TO REPORT-LINE.
010720     WRITE REPORT-LINE.
010730     MOVE WS-TYPE-HEADER TO REPORT-LINE.
010740     WRITE REPORT-LINE.
010750     PERFORM WRITE-ONE-TYPE-LINE
010760         VARYING WS-TYPE-CUR FROM 1 BY 1
010770         UNTIL WS-TYPE-CUR > WS-TYPE-COUNT-MAX.
010780
010790     MOVE SPACES TO REPORT-LINE.
010800     COMPUTE WS-MB-DAY-DISPLAY ROUNDED = WS-DAILY-TOTAL-KB / 1024.
010810     STRING "  Total: "        DELIMITED BY SIZE
010820            WS-MB-DAY-DISPLAY  DELIMITED BY SIZE
010830            " MB por dia"      DELIMITED BY SIZE
010840            INTO REPORT-LINE.
010850     WRITE REPORT-LINE.
010860
010870     MOVE SPACES TO REPORT-LINE.
010880     IF WS-TOP-TYPE = ZERO
010890         MOVE "  Nenhum crescimento medido no volume recente"
010900             TO REPORT-LINE
010910     ELSE
010920         COMPUTE WS-PCT-DISPLAY ROUNDED =
010930             WS-TS-DAILY-KB(WS-TOP-TYPE) * 100 / WS-DAILY-TOTAL-KB
010940         STRING "  Maior crescimento: " DELIMITED BY SIZE
010950                WS-TYPE-NAME(WS-TOP-TYPE) DELIMITED BY SPACE
010960                ", "                    DELIMITED BY SIZE
010970                WS-PCT-DISPLAY          DELIMITED BY SIZE
010980                "% do volume diario"    DELIMITED BY SIZE
010990                INTO REPORT-LINE
011000     END-IF.
011010     WRITE REPORT-LINE.
011020
011030*----------------------------------------------------------------
011040* WRITE-ONE-TYPE-LINE
011050*   WRITES ONE TYPE'S SIZES, RECENT VOLUME, ITEM SIZE, RETENTION
011060*   AND THE SIZE IT SETTLES AT WHEN THE PURGE KEEPS PACE (DAILY
011070*   VOLUME TIMES RETENTION). USED AS THE VARYING PARAGRAPH OF
011080*   WRITE-TYPE-SECTION.
011090*----------------------------------------------------------------
011100 WRITE-ONE-TYPE-LINE.
011110     MOVE WS-TYPE-NAME(WS-TYPE-CUR) TO TL-TYPE.
011120     MOVE WS-TS-FOLDERS(WS-TYPE-CUR) TO TL-FOLDERS.
011130     COMPUTE TL-ARCHIVE-MB = WS-TS-ARCHIVE-KB(WS-TYPE-CUR) / 1024.
011140     COMPUTE TL-WINDOW-MB = WS-TS-WINDOW-KB(WS-TYPE-CUR) / 1024.
011150     COMPUTE TL-ITEMS-DAY ROUNDED =
011160         WS-TS-WINDOW-ITEMS(WS-TYPE-CUR) /
011170         WS-TS-WINDOW-DAYS(WS-TYPE-CUR).
011180     IF WS-TS-WINDOW-ITEMS(WS-TYPE-CUR) > ZERO
011190         COMPUTE TL-KB-ITEM ROUNDED =
011200             WS-TS-WINDOW-KB(WS-TYPE-CUR) /
011210             WS-TS-WINDOW-ITEMS(WS-TYPE-CUR)
011220     ELSE
011230         MOVE ZERO TO TL-KB-ITEM
011240     END-IF.
011250     COMPUTE TL-MB-DAY ROUNDED =
011260         WS-TS-DAILY-KB(WS-TYPE-CUR) / 1024.
011270     MOVE WS-RETAIN-DAYS(WS-TYPE-CUR) TO TL-RETAIN.
011280     COMPUTE WS-STEADY-KB =
011290         WS-TS-DAILY-KB(WS-TYPE-CUR) * WS-RETAIN-DAYS(WS-TYPE-CUR)
011300         + WS-TS-OTHER-KB(WS-TYPE-CUR).
011310     COMPUTE TL-STEADY-MB = WS-STEADY-KB / 1024.
011320     IF WS-DAILY-TOTAL-KB > ZERO
011330         COMPUTE TL-SHARE ROUNDED =
011340             WS-TS-DAILY-KB(WS-TYPE-CUR) * 100 / WS-DAILY-TOTAL-KB
011350     ELSE
011360         MOVE ZERO TO TL-SHARE
011370     END-IF.
011380     MOVE WS-TYPE-LINE TO REPORT-LINE.
011390     WRITE REPORT-LINE.
011400     IF WS-TS-WINDOW-DAYS(WS-TYPE-CUR) < WS-WINDOW-DAYS
011410         MOVE SPACES TO REPORT-LINE
011420         MOVE WS-TS-WINDOW-DAYS(WS-TYPE-CUR) TO WS-COUNT-DISPLAY
011430         STRING "    (volume recente medido em" DELIMITED BY SIZE
011440                WS-COUNT-DISPLAY               DELIMITED BY SIZE
011450                " dias, a retencao do tipo)"   DELIMITED BY SIZE
011460                INTO REPORT-LINE
011470         WRITE REPORT-LINE
011480     END-IF.
011490
011500*----------------------------------------------------------------
011510* WRITE-PROJECTION-SECTION
011520*   PROJECTS THE CURRENT POLICY AND EACH RETENTION ALTERNATIVE
011530*   AND WRITES ONE LINE PER SCENARIO.
011540*----------------------------------------------------------------
011550 WRITE-PROJECTION-SECTION.
011560     MOVE SPACES TO REPORT-LINE.
011570     WRITE REPORT-LINE.
011580     MOVE SPACES TO REPORT-LINE.
011590     COMPUTE WS-DATE-INTEGER = WS-TODAY-INTEGER + WS-HORIZON-DAYS.
011600     PERFORM FORMAT-DATE-INTEGER.
011610     MOVE WS-HORIZON-DAYS TO WS-COUNT-DISPLAY.
011620     STRING "Projecao por retencao - horizonte de"
011630                                  DELIMITED BY SIZE
011640            WS-COUNT-DISPLAY      DELIMITED BY SIZE
011650            " dias, ate "         DELIMITED BY SIZE
011660            WS-DATE-TEXT          DELIMITED BY SIZE
011670            INTO REPORT-LINE.
011680     WRITE REPORT-LINE.
011690     MOVE WS-SCEN-HEADER TO REPORT-LINE.
011700     WRITE REPORT-LINE.
011710     MOVE ZERO TO WS-SCEN-CUR.
011720     PERFORM PROJECT-ONE-SCENARIO.
011730     PERFORM PROJECT-ONE-SCENARIO
011740         VARYING WS-SCEN-CUR FROM 1 BY 1
011750         UNTIL WS-SCEN-CUR > WS-ALT-COUNT.
011760     MOVE SPACES TO REPORT-LINE.
011770     MOVE "  Libera = removido no proximo expurgo; Mantem ="
011780         TO REPORT-LINE(1:48).
011790     MOVE " arquivo apos esse expurgo; Cheio em = data em que"
011800         TO REPORT-LINE(49:50).
011810     MOVE " o livre cai a reserva" TO REPORT-LINE(99:22).
011820     WRITE REPORT-LINE.
011830
011840*----------------------------------------------------------------
011850* PROJECT-ONE-SCENARIO
011860*   REPLAYS THE PURGE FOR ONE SCENARIO - WS-SCEN-CUR ZERO IS THE
011870*   CURRENT POLICY, OTHERWISE THE ALTERNATIVE OF THAT NUMBER.
011880*   EXISTING DATE FOLDERS LEAVE THE ARCHIVE THE DAY THEY PASS THE
011890*   SCENARIO'S RETENTION; NEW CONTENT ARRIVES AT EACH TYPE'S
011900*   DAILY VOLUME AND, ONCE A TYPE HAS BEEN GROWING FOR A FULL
011910*   RETENTION PERIOD, LEAVES AS FAST AS IT ARRIVES. THE FILL DAY
011920*   IS THE FIRST DAY THE ARCHIVE REACHES TODAY'S SIZE PLUS THE
011930*   FREE SPACE ABOVE THE RESERVE.
011940*----------------------------------------------------------------
011950 PROJECT-ONE-SCENARIO.
011960     IF WS-SCEN-CUR = ZERO
011970         MOVE 100 TO WS-SCEN-PCT
011980         MOVE "Politica atual" TO SL-NAME
011990     ELSE
012000         MOVE WS-ALT-PCT(WS-SCEN-CUR) TO WS-SCEN-PCT
012010         MOVE WS-SCEN-PCT TO WS-ALT-DISPLAY
012020         MOVE SPACES TO SL-NAME
012030         STRING "Retencao " DELIMITED BY SIZE
012040                WS-ALT-DISPLAY DELIMITED BY SIZE
012050                "%"         DELIMITED BY SIZE
012060                INTO SL-NAME
012070     END-IF.
012080     MOVE ZERO TO WS-SCEN-KEPT-KB.
012090     PERFORM SET-ONE-SCENARIO-RETENTION
012100         VARYING WS-TYPE-CUR FROM 1 BY 1
012110         UNTIL WS-TYPE-CUR > WS-TYPE-COUNT-MAX.
012120     PERFORM CLEAR-ONE-DROP-DAY
012130         VARYING WS-DAY FROM 1 BY 1
012140         UNTIL WS-DAY > WS-HORIZON-DAYS.
012150     PERFORM PLACE-ONE-FOLDER
012160         VARYING WS-FT-IDX FROM 1 BY 1
012170         UNTIL WS-FT-IDX > WS-FOLDER-COUNT.
012180     IF WS-ARCHIVE-KB > WS-SCEN-KEPT-KB
012190         COMPUTE WS-SCEN-FREED-KB =
012200             WS-ARCHIVE-KB - WS-SCEN-KEPT-KB
012210     ELSE
012220         MOVE ZERO TO WS-SCEN-FREED-KB
012230     END-IF.
012240
012250     COMPUTE WS-LIMIT-KB =
012260         WS-ARCHIVE-KB + WS-FREE-KB - WS-RESERVE-KB.
012270     MOVE WS-SCEN-KEPT-KB TO WS-SCEN-USAGE-KB.
012280     MOVE ZERO TO WS-SCEN-FILL-DAY.
012290     SET WS-SCEN-NOT-FILLED TO TRUE.
012300     IF WS-FREE-SPACE-KNOWN AND
012310        WS-SCEN-USAGE-KB NOT < WS-LIMIT-KB
012320         SET WS-SCEN-FILLS TO TRUE
012330     END-IF.
012340     PERFORM SIMULATE-ONE-DAY
012350         VARYING WS-DAY FROM 1 BY 1
012360         UNTIL WS-DAY > WS-HORIZON-DAYS.
012370
012380     COMPUTE SL-FREED-MB = WS-SCEN-FREED-KB / 1024.
012390     COMPUTE SL-KEPT-MB = WS-SCEN-KEPT-KB / 1024.
012400     IF WS-SCEN-USAGE-KB > ZERO
012410         COMPUTE SL-HORIZON-MB = WS-SCEN-USAGE-KB / 1024
012420     ELSE
012430         MOVE ZERO TO SL-HORIZON-MB
012440     END-IF.
012450     MOVE SPACES TO SL-FILL-DAYS.
012460     IF WS-FREE-SPACE-UNKNOWN
012470         MOVE "espaco desconhecido" TO SL-FILL-DATE
012480     ELSE IF WS-SCEN-NOT-FILLED
012490         MOVE "alem do horizonte" TO SL-FILL-DATE
012500     ELSE IF WS-SCEN-FILL-DAY = ZERO
012510         MOVE "ja na reserva" TO SL-FILL-DATE
012520         MOVE "    0" TO SL-FILL-DAYS
012530     ELSE
012540         COMPUTE WS-DATE-INTEGER =
012550             WS-TODAY-INTEGER + WS-SCEN-FILL-DAY
012560         PERFORM FORMAT-DATE-INTEGER
012570         MOVE WS-DATE-TEXT TO SL-FILL-DATE
012580         MOVE WS-SCEN-FILL-DAY TO WS-COUNT-DISPLAY
012590         MOVE WS-COUNT-DISPLAY TO SL-FILL-DAYS
012600     END-IF.
012610     MOVE WS-SCEN-LINE TO REPORT-LINE.
012620     WRITE REPORT-LINE.
012630
012640     IF WS-SCEN-CUR = ZERO
012650         PERFORM REPORT-POLICY-RESULT
012660     END-IF.
012670
012680*----------------------------------------------------------------
012690* REPORT-POLICY-RESULT
012700*   KEEPS THE CURRENT POLICY'S FILL DAY FOR THE EXIT CODE AND
012710*   TELLS THE CONSOLE. WS-DATE-TEXT STILL HOLDS THE FILL DATE
012720*   PROJECT-ONE-SCENARIO FORMATTED.
012730*----------------------------------------------------------------
012740 REPORT-POLICY-RESULT.
012750     IF WS-SCEN-FILLS
012760         SET WS-POLICY-FILLS TO TRUE
012770         MOVE WS-SCEN-FILL-DAY TO WS-POLICY-FILL-DAY
012780     END-IF.
012790     IF WS-SCEN-FILLS AND WS-SCEN-FILL-DAY = ZERO
012800         DISPLAY "Politica atual: volume ja na reserva"
012810     ELSE IF WS-SCEN-FILLS
012820         DISPLAY "Politica atual: volume na reserva em "
012830                 WS-DATE-TEXT " (" SL-FILL-DAYS " dias)"
012840     ELSE IF WS-FREE-SPACE-KNOWN
012850         MOVE WS-HORIZON-DAYS TO WS-COUNT-DISPLAY
012860         DISPLAY "Politica atual: volume nao enche em "
012870                 WS-COUNT-DISPLAY " dias"
012880     END-IF.
012890
012900*----------------------------------------------------------------
012910* SET-ONE-SCENARIO-RETENTION
012920*   SETS ONE TYPE'S RETENTION FOR THE SCENARIO (AT LEAST ONE DAY)
012930*   AND SHOWS IT ON THE SCENARIO LINE. USED AS THE VARYING
012940*   PARAGRAPH OF PROJECT-ONE-SCENARIO.
012950*----------------------------------------------------------------
012960 SET-ONE-SCENARIO-RETENTION.
012970     COMPUTE WS-TS-SCEN-RETAIN(WS-TYPE-CUR) ROUNDED =
012980         WS-RETAIN-DAYS(WS-TYPE-CUR) * WS-SCEN-PCT / 100.
012990     IF WS-TS-SCEN-RETAIN(WS-TYPE-CUR) = ZERO
013000         MOVE 1 TO WS-TS-SCEN-RETAIN(WS-TYPE-CUR)
013010     END-IF.
013020     MOVE SPACES TO SL-RETAIN-COLUMN(WS-TYPE-CUR).
013030     MOVE WS-TS-SCEN-RETAIN(WS-TYPE-CUR)
013040         TO SL-RETAIN(WS-TYPE-CUR).
013050     ADD WS-TS-OTHER-KB(WS-TYPE-CUR) TO WS-SCEN-KEPT-KB.
013060
013070*----------------------------------------------------------------
013080* CLEAR-ONE-DROP-DAY
013090*   CLEARS ONE DAY OF THE EXPIRY TABLE. USED AS THE VARYING
013100*   PARAGRAPH OF PROJECT-ONE-SCENARIO.
013110*----------------------------------------------------------------
013120 CLEAR-ONE-DROP-DAY.
013130     MOVE ZERO TO WS-DROP-KB(WS-DAY).
013140
013150*----------------------------------------------------------------
013160* PLACE-ONE-FOLDER
013170*   WORKS OUT THE DAY ONE DATE FOLDER EXPIRES UNDER THE SCENARIO
013180*   (THE FIRST DAY IT IS OLDER THAN THE PURGE CUTOFF). A FOLDER
013190*   ALREADY PAST IT GOES IN THE NEXT PURGE AND IS NOT KEPT; ONE
013200*   EXPIRING INSIDE THE HORIZON IS ENTERED IN THE EXPIRY TABLE.
013210*   USED AS THE VARYING PARAGRAPH OF PROJECT-ONE-SCENARIO.
013220*----------------------------------------------------------------
013230 PLACE-ONE-FOLDER.
013240     COMPUTE WS-EXPIRE-DAY =
013250         WS-FT-DATE-INTEGER(WS-FT-IDX) - WS-TODAY-INTEGER
013260         + WS-TS-SCEN-RETAIN(WS-FT-TYPE(WS-FT-IDX)) + 1.
013270     IF WS-EXPIRE-DAY > ZERO
013280         ADD WS-FT-KB(WS-FT-IDX) TO WS-SCEN-KEPT-KB
013290         IF WS-EXPIRE-DAY NOT > WS-HORIZON-DAYS
013300             ADD WS-FT-KB(WS-FT-IDX) TO WS-DROP-KB(WS-EXPIRE-DAY)
013310         END-IF
013320     END-IF.
013330
013340*----------------------------------------------------------------
013350* SIMULATE-ONE-DAY
013360*   ADVANCES THE SCENARIO BY ONE DAY: NEW CONTENT IN, EXPIRED
013370*   FOLDERS OUT, AND NOTES THE FIRST DAY THE LIMIT IS REACHED.
013380*   USED AS THE VARYING PARAGRAPH OF PROJECT-ONE-SCENARIO.
013390*----------------------------------------------------------------
013400 SIMULATE-ONE-DAY.
013410     PERFORM ADD-ONE-TYPE-GROWTH
013420         VARYING WS-TYPE-CUR FROM 1 BY 1
013430         UNTIL WS-TYPE-CUR > WS-TYPE-COUNT-MAX.
013440     SUBTRACT WS-DROP-KB(WS-DAY) FROM WS-SCEN-USAGE-KB.
013450     IF WS-SCEN-NOT-FILLED AND WS-FREE-SPACE-KNOWN AND
013460        WS-SCEN-USAGE-KB NOT < WS-LIMIT-KB
013470         SET WS-SCEN-FILLS TO TRUE
013480         MOVE WS-DAY TO WS-SCEN-FILL-DAY
013490     END-IF.
013500
013510*----------------------------------------------------------------
013520* ADD-ONE-TYPE-GROWTH
013530*   ADDS ONE TYPE'S DAILY VOLUME FOR THE DAY BEING SIMULATED
013540*   WHILE THAT TYPE IS STILL INSIDE ITS FIRST RETENTION PERIOD;
013550*   AFTER THAT, WHAT ARRIVES EACH DAY IS MATCHED BY WHAT THE
013560*   PURGE TAKES. USED AS THE VARYING PARAGRAPH OF
013570*   SIMULATE-ONE-DAY.
013580*----------------------------------------------------------------
013590 ADD-ONE-TYPE-GROWTH.
013600     IF WS-DAY NOT > WS-TS-SCEN-RETAIN(WS-TYPE-CUR)
013610         ADD WS-TS-DAILY-KB(WS-TYPE-CUR) TO WS-SCEN-USAGE-KB
013620     END-IF.
013630
013640*----------------------------------------------------------------
013650* WRITE-OBSERVED-TREND
013660*   PROJECTS THE NET GROWTH ACTUALLY SEEN BETWEEN THE TREND BASE
013670*   IN CAPACITY-HISTORY AND TODAY - PURGES INCLUDED - AS A
013680*   STRAIGHT LINE.
013690*----------------------------------------------------------------
013700 WRITE-OBSERVED-TREND.
013710     MOVE SPACES TO REPORT-LINE.
013720     WRITE REPORT-LINE.
013730     MOVE "Tendencia observada em CAPACITY-HISTORY"
013740         TO REPORT-LINE.
013750     WRITE REPORT-LINE.
013760     MOVE SPACES TO REPORT-LINE.
013770     IF WS-OBS-BASE-MISSING
013780         MOVE WS-TREND-MIN-DAYS TO WS-COUNT-DISPLAY
013790         STRING "  Historico insuficiente: nenhuma medicao"
013800                                     DELIMITED BY SIZE
013810                " com mais de"       DELIMITED BY SIZE
013820                WS-COUNT-DISPLAY     DELIMITED BY SIZE
013830                " dias"              DELIMITED BY SIZE
013840                INTO REPORT-LINE
013850         WRITE REPORT-LINE
013860         EXIT PARAGRAPH
013870     END-IF.
013880
013890     MOVE WS-OBS-BASE-STAMP(1:4) TO WS-DATE-NUM(1:4).
013900     MOVE WS-OBS-BASE-STAMP(6:2) TO WS-DATE-NUM(5:2).
013910     MOVE WS-OBS-BASE-STAMP(9:2) TO WS-DATE-NUM(7:2).
013920     COMPUTE WS-OBS-DAYS =
013930         WS-TODAY-INTEGER - FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
013940     COMPUTE WS-OBS-RATE-KB ROUNDED =
013950         (WS-ARCHIVE-KB - WS-OBS-BASE-KB) / WS-OBS-DAYS.
013960     COMPUTE WS-RATE-DISPLAY ROUNDED = WS-OBS-RATE-KB / 1024.
013970     MOVE WS-OBS-DAYS TO WS-COUNT-DISPLAY.
013980     STRING "  Variacao liquida desde " DELIMITED BY SIZE
013990            WS-OBS-BASE-STAMP(1:10)    DELIMITED BY SIZE
014000            " ("                       DELIMITED BY SIZE
014010            WS-COUNT-DISPLAY           DELIMITED BY SIZE
014020            " dias):"                  DELIMITED BY SIZE
014030            WS-RATE-DISPLAY            DELIMITED BY SIZE
014040            " MB por dia"              DELIMITED BY SIZE
014050            INTO REPORT-LINE.
014060     WRITE REPORT-LINE.
014070
014080     MOVE SPACES TO REPORT-LINE.
014090     IF WS-FREE-SPACE-UNKNOWN
014100         MOVE "  Espaco livre desconhecido, sem data de "
014110             TO REPORT-LINE(1:41)
014120         MOVE "enchimento" TO REPORT-LINE(42:10)
014130     ELSE IF WS-OBS-RATE-KB NOT > ZERO
014140         MOVE "  Arquivo estavel ou diminuindo, sem data de "
014150             TO REPORT-LINE(1:45)
014160         MOVE "enchimento" TO REPORT-LINE(46:10)
014170     ELSE
014180         COMPUTE WS-LIMIT-KB = WS-FREE-KB - WS-RESERVE-KB
014190         IF WS-LIMIT-KB NOT > ZERO
014200             MOVE ZERO TO WS-OBS-FILL-DAYS
014210         ELSE
014220             COMPUTE WS-OBS-FILL-DAYS =
014230                 WS-LIMIT-KB / WS-OBS-RATE-KB
014240         END-IF
014250         IF WS-OBS-FILL-DAYS > WS-HORIZON-DAYS
014260             MOVE "  Nesse ritmo o volume nao enche dentro do "
014270                 TO REPORT-LINE(1:43)
014280             MOVE "horizonte" TO REPORT-LINE(44:9)
014290         ELSE
014300             COMPUTE WS-DATE-INTEGER =
014310                 WS-TODAY-INTEGER + WS-OBS-FILL-DAYS
014320             PERFORM FORMAT-DATE-INTEGER
014330             MOVE WS-OBS-FILL-DAYS TO WS-COUNT-DISPLAY
014340             STRING "  Nesse ritmo o volume chega a reserva em "
014350                                         DELIMITED BY SIZE
014360                    WS-DATE-TEXT         DELIMITED BY SIZE
014370                    " ("                 DELIMITED BY SIZE
014380                    WS-COUNT-DISPLAY     DELIMITED BY SIZE
014390                    " dias)"             DELIMITED BY SIZE
014400                    INTO REPORT-LINE
014410         END-IF
014420     END-IF.
014430     WRITE REPORT-LINE.
014440
014450*----------------------------------------------------------------
014460* APPEND-CAPACITY-HISTORY
014470*   APPENDS TODAY'S SNAPSHOT - ONE RECORD PER CONTENT-TYPE AND A
014480*   "TOTAL" RECORD - TO CAPACITY-HISTORY, CREATING IT ON THE
014490*   FIRST RUN.
014500*----------------------------------------------------------------
014510 APPEND-CAPACITY-HISTORY.
014520     OPEN EXTEND CAPACITY-HISTORY.
014530     IF WS-CAPHIST-STATUS = "35"
014540         OPEN OUTPUT CAPACITY-HISTORY
014550         CLOSE CAPACITY-HISTORY
014560         OPEN EXTEND CAPACITY-HISTORY
014570     END-IF.
014580     IF WS-CAPHIST-STATUS NOT = "00"
014590         DISPLAY "Nao foi possivel abrir CAPACITY-HISTORY"
014600         EXIT PARAGRAPH
014610     END-IF.
014620     PERFORM WRITE-ONE-TYPE-HISTORY
014630         VARYING WS-TYPE-CUR FROM 1 BY 1
014640         UNTIL WS-TYPE-CUR > WS-TYPE-COUNT-MAX.
014650
014660     MOVE SPACES TO CAPACITY-HISTORY-RECORD.
014670     MOVE WS-TIMESTAMP TO CH-SNAP-STAMP.
014680     MOVE "TOTAL" TO CH-CONTENT-TYPE.
014690     MOVE WS-FOLDER-COUNT TO CH-FOLDERS.
014700     MOVE WS-ARCHIVE-KB TO CH-ARCHIVE-KB.
014710     MOVE ZERO TO CH-WINDOW-KB.
014720     MOVE ZERO TO CH-WINDOW-ITEMS.
014730     PERFORM ADD-ONE-TYPE-TO-TOTAL
014740         VARYING WS-TYPE-CUR FROM 1 BY 1
014750         UNTIL WS-TYPE-CUR > WS-TYPE-COUNT-MAX.
014760     MOVE WS-WINDOW-DAYS TO CH-WINDOW-DAYS.
014770     MOVE ZERO TO CH-RETAIN-DAYS.
014780     MOVE WS-FREE-KB TO CH-FREE-KB.
014790     WRITE CAPACITY-HISTORY-RECORD.
014800     CLOSE CAPACITY-HISTORY.
014810
014820*----------------------------------------------------------------
014830* WRITE-ONE-TYPE-HISTORY
014840*   WRITES ONE CONTENT-TYPE'S SNAPSHOT RECORD. USED AS THE
014850*   VARYING PARAGRAPH OF APPEND-CAPACITY-HISTORY.
014860*----------------------------------------------------------------
014870 WRITE-ONE-TYPE-HISTORY.
014880     MOVE SPACES TO CAPACITY-HISTORY-RECORD.
014890     MOVE WS-TIMESTAMP TO CH-SNAP-STAMP.
014900     MOVE WS-TYPE-NAME(WS-TYPE-CUR) TO CH-CONTENT-TYPE.
014910     MOVE WS-TS-FOLDERS(WS-TYPE-CUR) TO CH-FOLDERS.
014920     MOVE WS-TS-ARCHIVE-KB(WS-TYPE-CUR) TO CH-ARCHIVE-KB.
014930     MOVE WS-TS-WINDOW-KB(WS-TYPE-CUR) TO CH-WINDOW-KB.
014940     MOVE WS-TS-WINDOW-ITEMS(WS-TYPE-CUR) TO CH-WINDOW-ITEMS.
014950     MOVE WS-TS-WINDOW-DAYS(WS-TYPE-CUR) TO CH-WINDOW-DAYS.
014960     MOVE WS-RETAIN-DAYS(WS-TYPE-CUR) TO CH-RETAIN-DAYS.
014970     MOVE ZERO TO CH-FREE-KB.
014980     WRITE CAPACITY-HISTORY-RECORD.
014990
015000*----------------------------------------------------------------
015010* ADD-ONE-TYPE-TO-TOTAL
015020*   ADDS ONE TYPE'S WINDOW FIGURES TO THE "TOTAL" SNAPSHOT
015030*   RECORD. USED AS THE VARYING PARAGRAPH OF
015040*   APPEND-CAPACITY-HISTORY.
015050*----------------------------------------------------------------
015060 ADD-ONE-TYPE-TO-TOTAL.
015070     ADD WS-TS-WINDOW-KB(WS-TYPE-CUR) TO CH-WINDOW-KB.
015080     ADD WS-TS-WINDOW-ITEMS(WS-TYPE-CUR) TO CH-WINDOW-ITEMS.
