000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. ENGAGEMENTREFRESH.
000120 AUTHOR. R-SONATT.
000130 INSTALLATION. MEDIA-ARCHIVE-UNIT.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-15  RS   ORIGINAL PROGRAM - ENGAGEMENT RE-CRAWL. PICKS
000200*                  THE POSTS DOWNLOAD-MASTER HOLDS AS SUCCESS THAT
000210*                  HAVE REACHED 7, 30 OR 90 DAYS SINCE DOWNLOAD
000220*                  AND HAVE NO SNAPSHOT FOR THAT AGE YET, ASKS
000230*                  YT-DLP (WITHOUT DOWNLOADING) FOR THEIR CURRENT
000240*                  LIKE AND VIEW COUNTS AND STORES EACH ANSWER IN
000250*                  THE NEW ENGAGEMENT-HISTORY FILE (ENGHIST),
000260*                  KEYED BY URL AND SNAPSHOT AGE. THE LIKE COUNT
000270*                  METADATA-FILE CAPTURED AT DOWNLOAD TIME IS
000280*                  KEPT AS THE AGE-0 SNAPSHOT. THE ENGRPT REPORT
000290*                  SHOWS THE HISTORY OF EVERY POST REFRESHED AND
000300*                  THE GROWTH PER CONTENT-TYPE BETWEEN SNAPSHOT
000310*                  AGES. LOGIN FAILURES RETRY THROUGH THE SESSION
000320*                  PROFILES AND RATE-LIMITING STOPS THE RUN THE
000330*                  SAME WAY THE NIGHTLY PROGRAM DOES (CONFIG
000340*                  RATE-LIMIT-STOP, EXIT CODE 3). CONFIG
000350*                  ENGAGE-MAX CAPS THE QUERIES PER RUN.
000351* 2026-10-15  RS   NEVER ASK AGAIN FOR A POST ENGAGEMENT-HISTORY
000352*                  HOLDS AS REMOVIDO AT ANY SNAPSHOT AGE.
000353* 2026-10-15  RS   FOLD GROWTH ONLY BETWEEN ADJACENT SNAPSHOT
000354*                  AGES; A POST MISSING THE AGE IN BETWEEN IS LEFT
000355*                  OUT OF THAT STEP.
000360*----------------------------------------------------------------
000370
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410
000420     SELECT DOWNLOAD-MASTER ASSIGN TO "DMASTER"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS DM-URL
000460         FILE STATUS IS WS-DMASTER-STATUS.
000470
000480     SELECT ENGAGEMENT-HISTORY ASSIGN TO "ENGHIST"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS EH-KEY
000520         FILE STATUS IS WS-ENGHIST-STATUS.
000530
000540     SELECT METADATA-FILE ASSIGN TO "METADATA"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-METADATA-STATUS.
000570
000580     SELECT ENGAGEMENT-STAGING ASSIGN TO "ENGSTAGE"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-STAGE-STATUS.
000610
000620     SELECT ERROR-STAGING ASSIGN TO "ENGERR"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-ERRSTAGE-STATUS.
000650
000660     SELECT ENGAGEMENT-REPORT ASSIGN TO "ENGRPT"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-REPORT-STATUS.
000690
000700     SELECT CONFIG-FILE ASSIGN TO "CONFIG"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-CONFIG-STATUS.
000730
000740     SELECT PROFILE-FILE ASSIGN TO "PROFILES"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-PROFILE-STATUS.
000770
000780 DATA DIVISION.
000790 FILE SECTION.
000800
000810 FD  DOWNLOAD-MASTER
000820     RECORD CONTAINS 163 CHARACTERS.
000830 01  MASTER-RECORD.
000840     05  DM-URL                  PIC X(100).
000850     05  DM-CONTENT-TYPE         PIC X(10).
000860     05  DM-STATUS               PIC X(10).
000870     05  DM-FIRST-ATTEMPT        PIC X(19).
000880     05  DM-LAST-ATTEMPT         PIC X(19).
000890     05  DM-ATTEMPT-COUNT        PIC 9(05).
000900
000910*----------------------------------------------------------------
000920* ENGAGEMENT-HISTORY HOLDS ONE SNAPSHOT PER POST AND SNAPSHOT
000930* AGE (0 = THE COUNT CAPTURED AT DOWNLOAD, THEN 7, 30 AND 90
000940* DAYS), KEYED BY URL AND AGE SO THE RECORDS OF ONE POST READ
000950* BACK TOGETHER, OLDEST AGE FIRST. EH-DAYS IS THE ACTUAL AGE ON
000960* THE DAY THE SNAPSHOT WAS TAKEN. COUNTS KEEP YT-DLP'S TEXT
000970* ("NA" WHEN IT HAS NONE). EH-RESULT IS "OK", OR "REMOVIDO" FOR
000980* A POST THAT HAS GONE, WHICH IS THEN NEVER ASKED FOR AGAIN.
000990*----------------------------------------------------------------
001000 FD  ENGAGEMENT-HISTORY
001010     RECORD CONTAINS 171 CHARACTERS.
001020 01  ENGAGEMENT-RECORD.
001030     05  EH-KEY.
001040         10  EH-URL              PIC X(100).
001050         10  EH-AGE              PIC 9(03).
001060     05  FILLER                  PIC X(01).
001070     05  EH-CONTENT-TYPE         PIC X(10).
001080     05  FILLER                  PIC X(01).
001090     05  EH-SNAP-DATE            PIC X(10).
001100     05  FILLER                  PIC X(01).
001110     05  EH-DAYS                 PIC 9(05).
001120     05  FILLER                  PIC X(01).
001130     05  EH-LIKE-COUNT           PIC X(10).
001140     05  FILLER                  PIC X(01).
001150     05  EH-VIEW-COUNT           PIC X(10).
001160     05  FILLER                  PIC X(01).
001170     05  EH-RESULT               PIC X(16).
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
001360 FD  ENGAGEMENT-STAGING
001370     RECORD CONTAINS 200 CHARACTERS.
001380 01  ENGSTAGE-LINE               PIC X(200).
001390
001400 FD  ERROR-STAGING
001410     RECORD CONTAINS 200 CHARACTERS.
001420 01  ERRSTAGE-LINE               PIC X(200).
001430
001440 FD  ENGAGEMENT-REPORT
001450     RECORD CONTAINS 132 CHARACTERS.
001460 01  REPORT-LINE                 PIC X(132).
001470
001480 FD  CONFIG-FILE
001490     RECORD CONTAINS 80 CHARACTERS.
001500 01  CONFIG-RECORD.
001510     05  CFG-LINE                PIC X(80).
001520
001530*----------------------------------------------------------------
001540* PROFILE-FILE IS THE NIGHTLY PROGRAM'S LIST OF NAMED SESSION
001550* PROFILES: ONE "NAME COOKIE-FILE-PATH" LINE EACH.
001560*----------------------------------------------------------------
001570 FD  PROFILE-FILE
001580     RECORD CONTAINS 100 CHARACTERS.
001590 01  PROF-LINE                   PIC X(100).
001600
001610 WORKING-STORAGE SECTION.
001620
001630*----------------------------------------------------------------
001640* STANDALONE ITEMS
001650*----------------------------------------------------------------
001660 77  WS-DMASTER-STATUS           PIC X(02)  VALUE "00".
001670 77  WS-ENGHIST-STATUS           PIC X(02)  VALUE "00".
001680 77  WS-METADATA-STATUS          PIC X(02)  VALUE "00".
001690 77  WS-STAGE-STATUS             PIC X(02)  VALUE "00".
001700 77  WS-ERRSTAGE-STATUS          PIC X(02)  VALUE "00".
001710 77  WS-REPORT-STATUS            PIC X(02)  VALUE "00".
001720 77  WS-CONFIG-STATUS            PIC X(02)  VALUE "00".
001730 77  WS-PROFILE-STATUS           PIC X(02)  VALUE "00".
001740 77  COMMAND                     PIC X(300).
001750 77  WS-YTDLP-RETURN-CODE        PIC S9(9)  VALUE ZERO.
001760 77  WS-DIVIDE-REMAINDER         PIC 9(05)  COMP  VALUE ZERO.
001770 77  WS-CFG-KEYWORD              PIC X(20).
001780 77  WS-CFG-VALUE                PIC X(20).
001790 77  WS-TIMESTAMP                PIC X(19).
001800 77  WS-TODAY-TEXT               PIC X(10).
001810 77  WS-TODAY-INTEGER            PIC 9(09)  COMP  VALUE ZERO.
001820 77  WS-POST-INTEGER             PIC 9(09)  COMP  VALUE ZERO.
001830 77  WS-POST-DATE-NUM            PIC 9(08)  VALUE ZERO.
001840 77  WS-POST-DAYS                PIC 9(05)  COMP  VALUE ZERO.
001850 77  WS-POST-STAGE               PIC 9(03)  VALUE ZERO.
001860 77  WS-QUOTE-COUNT              PIC 9(05)  COMP  VALUE ZERO.
001870 77  WS-FAILURE-REASON           PIC X(16)  VALUE SPACES.
001880 77  WS-ERR-LINE-LC              PIC X(200).
001890 77  WS-KW-RATE                  PIC 9(05)  COMP  VALUE ZERO.
001900 77  WS-KW-PRIVATE               PIC 9(05)  COMP  VALUE ZERO.
001910 77  WS-KW-LOGIN                 PIC 9(05)  COMP  VALUE ZERO.
001920 77  WS-KW-REMOVED               PIC 9(05)  COMP  VALUE ZERO.
001930 77  WS-KW-NETWORK               PIC 9(05)  COMP  VALUE ZERO.
001940 77  WS-CONSEC-RATE-COUNT        PIC 9(05)  COMP  VALUE ZERO.
001950 77  WS-RATE-LIMIT-STOP          PIC 9(05)  COMP  VALUE 5.
001960 77  WS-CURRENT-PROFILE          PIC X(08)  VALUE SPACES.
001970 77  WS-PROF-NAME-TEXT           PIC X(20).
001980 77  WS-PROF-FILE-TEXT           PIC X(80).
001990 77  WS-NEW-LIKES                PIC X(10).
002000 77  WS-NEW-VIEWS                PIC X(10).
002010 77  WS-NUM-FIELD                PIC X(10).
002020 77  WS-NUM-LEN                  PIC 9(05)  COMP  VALUE ZERO.
002030 77  WS-NUM-VALUE                PIC 9(11)  COMP  VALUE ZERO.
002040 77  WS-GROWTH-PCT               PIC S9(07)V9 VALUE ZERO.
002050 77  WS-GAIN-VALUE               PIC S9(13) COMP  VALUE ZERO.
002060 77  WS-RESULT-TOKEN             PIC X(12).
002070 77  WS-TOTAL-MASTER-READ        PIC 9(07)  COMP  VALUE ZERO.
002080 77  WS-TOTAL-DUE                PIC 9(07)  COMP  VALUE ZERO.
002090 77  WS-TOTAL-DEFERRED           PIC 9(07)  COMP  VALUE ZERO.
002100 77  WS-TOTAL-QUERIED            PIC 9(07)  COMP  VALUE ZERO.
002110 77  WS-TOTAL-REFRESHED          PIC 9(07)  COMP  VALUE ZERO.
002120 77  WS-TOTAL-GONE               PIC 9(07)  COMP  VALUE ZERO.
002130 77  WS-TOTAL-FAILED             PIC 9(07)  COMP  VALUE ZERO.
002140 77  WS-TOTAL-BASELINE           PIC 9(07)  COMP  VALUE ZERO.
002150 77  WS-COUNT-DISPLAY            PIC ZZZZZZ9.
002160 77  WS-AGE-DISPLAY              PIC ZZ9.
002170 77  WS-LIKES-DISPLAY            PIC ZZZZZZZZZZZ9.
002180 77  WS-GAIN-DISPLAY             PIC -ZZZZZZZZZZ9.
002190 77  WS-PCT-DISPLAY              PIC -ZZZZZ9.9.
002200
002210*----------------------------------------------------------------
002220* CURRENT DATE / TIME WORK AREAS (USED TO BUILD WS-TIMESTAMP)
002230*----------------------------------------------------------------
002240 01  WS-CURRENT-DATE-FIELDS.
002250     05  WS-CD-YYYY              PIC 9(04).
002260     05  WS-CD-MM                PIC 9(02).
002270     05  WS-CD-DD                PIC 9(02).
002280
002290 01  WS-CURRENT-DATE-NUMBER REDEFINES WS-CURRENT-DATE-FIELDS.
002300     05  WS-CD-ALL               PIC 9(08).
002310
002320 01  WS-CURRENT-TIME-FIELDS.
002330     05  WS-CT-HH                PIC 9(02).
002340     05  WS-CT-MM                PIC 9(02).
002350     05  WS-CT-SS                PIC 9(02).
002360     05  WS-CT-HH2               PIC 9(02).
002370
002380*----------------------------------------------------------------
002390* POST HISTORY LINE - ONE REPORT LINE PER POST REFRESHED TODAY:
002400* ITS TYPE, URL AND THE LIKE COUNT AT EACH SNAPSHOT AGE.
002410*----------------------------------------------------------------
002420 01  WS-POST-LINE.
002430     05  PL-TYPE                 PIC X(10).
002440     05  FILLER                  PIC X(01)  VALUE SPACE.
002450     05  PL-URL                  PIC X(60).
002460     05  PL-LIKES                PIC X(13)  OCCURS 4 TIMES.
002470     05  FILLER                  PIC X(09)  VALUE SPACES.
002480
002490*----------------------------------------------------------------
002500* SWITCHES
002510*----------------------------------------------------------------
002520 01  WS-SWITCHES.
002530     05  WS-MASTER-EOF-SWITCH    PIC X(01)  VALUE "N".
002540         88  WS-END-OF-MASTER               VALUE "Y".
002550     05  WS-HISTORY-EOF-SWITCH   PIC X(01)  VALUE "N".
002560         88  WS-END-OF-HISTORY              VALUE "Y".
002570     05  WS-MD-EOF-SWITCH        PIC X(01)  VALUE "N".
002580         88  WS-END-OF-METADATA             VALUE "Y".
002590     05  WS-ERRSTAGE-EOF-SWITCH  PIC X(01)  VALUE "N".
002600         88  WS-END-OF-ERRSTAGE             VALUE "Y".
002610     05  WS-CONFIG-EOF-SWITCH    PIC X(01)  VALUE "N".
002620         88  WS-END-OF-CONFIG               VALUE "Y".
002630     05  WS-PROFILE-EOF-SWITCH   PIC X(01)  VALUE "N".
002640         88  WS-END-OF-PROFILES             VALUE "Y".
002650     05  WS-RATE-LIMIT-SWITCH    PIC X(01)  VALUE "N".
002660         88  WS-RATE-LIMIT-TRIPPED          VALUE "Y".
002670         88  WS-RATE-LIMIT-CLEAR            VALUE "N".
002680     05  WS-PROF-FOUND-SWITCH    PIC X(01)  VALUE "N".
002690         88  WS-PROF-WAS-FOUND              VALUE "Y".
002700         88  WS-PROF-NOT-FOUND              VALUE "N".
002710     05  WS-NUM-OK-SWITCH        PIC X(01)  VALUE "N".
002720         88  WS-NUM-IS-VALID                VALUE "Y".
002730         88  WS-NUM-NOT-VALID               VALUE "N".
002740     05  WS-TRIM-DONE-SWITCH     PIC X(01)  VALUE "N".
002750         88  WS-TRIM-DONE                   VALUE "Y".
002760         88  WS-TRIM-MORE                   VALUE "N".
002770     05  WS-SNAP-FOUND-SWITCH    PIC X(01)  VALUE "N".
002780         88  WS-SNAP-WAS-FOUND              VALUE "Y".
002790         88  WS-SNAP-NOT-FOUND              VALUE "N".
002800     05  WS-TYPE-FOUND-SWITCH    PIC X(01)  VALUE "N".
002810         88  WS-TYPE-WAS-FOUND              VALUE "Y".
002820         88  WS-TYPE-NOT-FOUND              VALUE "N".
002830     05  WS-GROUP-TODAY-SWITCH   PIC X(01)  VALUE "N".
002840         88  WS-GROUP-REFRESHED-TODAY       VALUE "Y".
002841     05  WS-SNAP-EOF-SWITCH      PIC X(01)  VALUE "N".
002842         88  WS-END-OF-SNAPSHOTS            VALUE "Y".
002843     05  WS-POST-REMOVED-SWITCH  PIC X(01)  VALUE "N".
002844         88  WS-POST-WAS-REMOVED            VALUE "Y".
002845         88  WS-POST-NOT-REMOVED            VALUE "N".
002850
002860*----------------------------------------------------------------
002870* DUE-POST TABLE - THE POSTS THIS RUN WILL RE-QUERY: URL, TYPE,
002880* THE SNAPSHOT AGE DUE, THE ACTUAL AGE IN DAYS AND THE LIKE COUNT
002890* METADATA-FILE CAPTURED AT DOWNLOAD TIME.
002900*----------------------------------------------------------------
002910 01  WS-DUE-TABLE.
002920     05  WS-DUE-ENTRY            OCCURS 1000 TIMES
002930                                  INDEXED BY WS-DUE-IDX.
002940         10  WS-DUE-URL          PIC X(100).
002950         10  WS-DUE-TYPE         PIC X(10).
002960         10  WS-DUE-STAGE        PIC 9(03).
002970         10  WS-DUE-DAYS         PIC 9(05).
002980         10  WS-DUE-DOWNLOADED   PIC X(10).
002990         10  WS-DUE-CAPTURE      PIC X(10).
003000
003010 77  WS-DUE-COUNT                PIC 9(05)  COMP  VALUE ZERO.
003020 77  WS-DUE-MAX                  PIC 9(05)  COMP  VALUE 200.
003030 77  WS-DUE-TABLE-MAX            PIC 9(05)  COMP  VALUE 1000.
003040
003050*----------------------------------------------------------------
003060* SESSION-PROFILE TABLE - THE UNIT'S NAMED LOGINS, LOADED AT
003070* STARTUP. A PROFILE WHOSE QUERY CLASSIFIES AS LIMITE-TAXA RESTS
003080* FOR THE REST OF THE RUN.
003090*----------------------------------------------------------------
003100 01  WS-PROFILE-TABLE.
003110     05  WS-PROF-ENTRY           OCCURS 20 TIMES
003120                                  INDEXED BY WS-PROF-IDX.
003130         10  WS-PROF-NAME        PIC X(08).
003140         10  WS-PROF-COOKIES     PIC X(80).
003150         10  WS-PROF-REST-SW     PIC X(01).
003160             88  WS-PROF-RESTING            VALUE "Y".
003170 77  WS-PROF-COUNT               PIC 9(05)  COMP  VALUE ZERO.
003180 77  WS-PROF-TABLE-MAX           PIC 9(05)  COMP  VALUE 20.
003190 77  WS-PROF-MATCH-IDX           PIC 9(05)  COMP  VALUE ZERO.
003200
003210*----------------------------------------------------------------
003220* POST GROUP - THE SNAPSHOTS OF THE POST CURRENTLY BEING READ
003230* BACK FROM ENGAGEMENT-HISTORY, ONE SLOT PER SNAPSHOT AGE
003240* (0, 7, 30, 90).
003250*----------------------------------------------------------------
003260 01  WS-GROUP-AREA.
003270     05  WS-GRP-URL              PIC X(100).
003280     05  WS-GRP-TYPE             PIC X(10).
003290     05  WS-GRP-SLOT             OCCURS 4 TIMES
003300                                  INDEXED BY WS-SLOT-IDX.
003310         10  WS-GRP-LIKES        PIC 9(11)  COMP.
003320         10  WS-GRP-LIKES-SW     PIC X(01).
003330             88  WS-GRP-HAS-LIKES           VALUE "Y".
003340         10  WS-GRP-VIEWS        PIC 9(11)  COMP.
003350         10  WS-GRP-VIEWS-SW     PIC X(01).
003360             88  WS-GRP-HAS-VIEWS           VALUE "Y".
003370
003380 01  WS-STAGE-AGES-DATA.
003390     05  FILLER                  PIC 9(03)  VALUE 0.
003400     05  FILLER                  PIC 9(03)  VALUE 7.
003410     05  FILLER                  PIC 9(03)  VALUE 30.
003420     05  FILLER                  PIC 9(03)  VALUE 90.
003430 01  WS-STAGE-AGES REDEFINES WS-STAGE-AGES-DATA.
003440     05  WS-STAGE-AGE            PIC 9(03)  OCCURS 4 TIMES.
003450
003460 77  WS-PREV-LIKE-SLOT           PIC 9(05)  COMP  VALUE ZERO.
003470 77  WS-PREV-VIEW-SLOT           PIC 9(05)  COMP  VALUE ZERO.
003480 77  WS-STEP-NUM                 PIC 9(05)  COMP  VALUE ZERO.
003490
003500*----------------------------------------------------------------
003510* GROWTH TABLE - PER CONTENT-TYPE AND PER STEP BETWEEN SNAPSHOT
003520* AGES (STEP 1 = UP TO 7 DAYS, 2 = UP TO 30, 3 = UP TO 90): HOW
003530* MANY POSTS HAD BOTH ENDS OF THE STEP AND THEIR SUMMED COUNTS
003540* BEFORE AND AFTER IT.
003550*----------------------------------------------------------------
003560 01  WS-GROWTH-TABLE.
003570     05  WS-TG-ENTRY             OCCURS 10 TIMES
003580                                  INDEXED BY WS-TG-IDX.
003590         10  WS-TG-TYPE          PIC X(10).
003600         10  WS-TG-STEP          OCCURS 3 TIMES
003610                                  INDEXED BY WS-TGS-IDX.
003620             15  WS-TG-POSTS     PIC 9(07)  COMP.
003630             15  WS-TG-BEFORE    PIC 9(13)  COMP.
003640             15  WS-TG-AFTER     PIC 9(13)  COMP.
003650             15  WS-TG-V-POSTS   PIC 9(07)  COMP.
003660             15  WS-TG-V-BEFORE  PIC 9(13)  COMP.
003670             15  WS-TG-V-AFTER   PIC 9(13)  COMP.
003680
003690 77  WS-TG-COUNT                 PIC 9(05)  COMP  VALUE ZERO.
003700 77  WS-TG-TABLE-MAX             PIC 9(05)  COMP  VALUE 10.
003710 77  WS-TG-MATCH-IDX             PIC 9(05)  COMP  VALUE ZERO.
003720
003730 01  WS-STEP-LABELS-DATA.
003740     05  FILLER                  PIC X(14)  VALUE "ate 7 dias".
003750     05  FILLER                  PIC X(14)  VALUE "7 a 30 dias".
003760     05  FILLER                  PIC X(14)  VALUE "30 a 90 dias".
003770 01  WS-STEP-LABELS REDEFINES WS-STEP-LABELS-DATA.
003780     05  WS-STEP-LABEL           PIC X(14)  OCCURS 3 TIMES.
003790
003800 PROCEDURE DIVISION.
003810
003820*----------------------------------------------------------------
003830* MAIN-PROCEDURE
003840*   SELECTS THE POSTS DUE A SNAPSHOT, RE-QUERIES EACH ONE UNTIL
003850*   DONE OR RATE-LIMITED, THEN REPORTS THE HISTORY OF THE POSTS
003860*   REFRESHED AND THE GROWTH PER CONTENT-TYPE.
003870*----------------------------------------------------------------
003880 MAIN-PROCEDURE.
003890     DISPLAY "Atualizacao de engajamento do acervo".
003900     PERFORM BUILD-TIMESTAMP.
003910     DISPLAY "Inicio: " WS-TIMESTAMP.
003920     MOVE WS-TIMESTAMP(1:10) TO WS-TODAY-TEXT.
003930     MOVE FUNCTION INTEGER-OF-DATE(WS-CD-ALL)
003940         TO WS-TODAY-INTEGER.
003950
003960     PERFORM LOAD-CONFIG.
003970     PERFORM LOAD-PROFILES.
003980
003990     OPEN INPUT DOWNLOAD-MASTER.
004000     IF WS-DMASTER-STATUS NOT = "00"
004010         DISPLAY "Nao foi possivel abrir DOWNLOAD-MASTER"
004020         MOVE 1 TO RETURN-CODE
004030         STOP RUN
004040     END-IF.
004050
004060     OPEN I-O ENGAGEMENT-HISTORY.
004070     IF WS-ENGHIST-STATUS = "35"
004080         OPEN OUTPUT ENGAGEMENT-HISTORY
004090         CLOSE ENGAGEMENT-HISTORY
004100         OPEN I-O ENGAGEMENT-HISTORY
004110     END-IF.
004120     IF WS-ENGHIST-STATUS NOT = "00"
004130         DISPLAY "Nao foi possivel abrir ENGAGEMENT-HISTORY"
004140         CLOSE DOWNLOAD-MASTER
004150         MOVE 1 TO RETURN-CODE
004160         STOP RUN
004170     END-IF.
004180
004190     OPEN OUTPUT ENGAGEMENT-REPORT.
004200     IF WS-REPORT-STATUS NOT = "00"
004210         DISPLAY "Nao foi possivel abrir ENGAGEMENT-REPORT"
004220         CLOSE ENGAGEMENT-HISTORY
004230         CLOSE DOWNLOAD-MASTER
004240         MOVE 1 TO RETURN-CODE
004250         STOP RUN
004260     END-IF.
004270
004280     PERFORM SELECT-DUE-POSTS.
004290     CLOSE DOWNLOAD-MASTER.
004300     PERFORM LOAD-CAPTURE-LIKES.
004310
004320     PERFORM WRITE-REPORT-HEADER.
004330     PERFORM REFRESH-ONE-POST
004340         VARYING WS-DUE-IDX FROM 1 BY 1
004350         UNTIL WS-DUE-IDX > WS-DUE-COUNT
004360            OR WS-RATE-LIMIT-TRIPPED.
004370     IF WS-RATE-LIMIT-TRIPPED
004380         DISPLAY "Limite de taxa atingido, execucao interrompida"
004390         MOVE SPACES TO REPORT-LINE
004400         WRITE REPORT-LINE
004410         MOVE "*** Limite de taxa atingido - restante fica para a"
004420             TO REPORT-LINE
004430         WRITE REPORT-LINE
004440         MOVE "    proxima execucao ***" TO REPORT-LINE
004450         WRITE REPORT-LINE
004460     END-IF.
004470
004480     PERFORM WRITE-HISTORY-SECTIONS.
004490     PERFORM WRITE-REPORT-TOTALS.
004500
004510     CLOSE ENGAGEMENT-REPORT.
004520     CLOSE ENGAGEMENT-HISTORY.
004530
004540     MOVE WS-TOTAL-DUE TO WS-COUNT-DISPLAY.
004550     DISPLAY "Posts com snapshot pendente: " WS-COUNT-DISPLAY.
004560     MOVE WS-TOTAL-REFRESHED TO WS-COUNT-DISPLAY.
004570     DISPLAY "Snapshots gravados: " WS-COUNT-DISPLAY.
004580     MOVE WS-TOTAL-FAILED TO WS-COUNT-DISPLAY.
004590     DISPLAY "Consultas com falha: " WS-COUNT-DISPLAY.
004600     PERFORM BUILD-TIMESTAMP.
004610     DISPLAY "Fim: " WS-TIMESTAMP.
004620     IF WS-RATE-LIMIT-TRIPPED
004630         MOVE 3 TO RETURN-CODE
004640     ELSE
004650         MOVE 0 TO RETURN-CODE
004660     END-IF.
004670     STOP RUN.
004680
004690*----------------------------------------------------------------
004700* LOAD-CONFIG
004710*   READS THE OPTIONAL CONFIG-FILE OF "KEYWORD VALUE" LINES THE
004720*   SAME WAY THE NIGHTLY PROGRAM DOES.
004730*----------------------------------------------------------------
004740 LOAD-CONFIG.
004750     OPEN INPUT CONFIG-FILE.
004760     IF WS-CONFIG-STATUS = "00"
004770         PERFORM READ-CONFIG-RECORD UNTIL WS-END-OF-CONFIG
004780         CLOSE CONFIG-FILE
004790     END-IF.
004800     IF WS-DUE-MAX = ZERO OR WS-DUE-MAX > WS-DUE-TABLE-MAX
004810         MOVE WS-DUE-TABLE-MAX TO WS-DUE-MAX
004820     END-IF.
004830
004840*----------------------------------------------------------------
004850* READ-CONFIG-RECORD
004860*   READS ONE CONFIG-FILE LINE AND APPLIES ANY RECOGNIZED
004870*   KEYWORD.
004880*----------------------------------------------------------------
004890 READ-CONFIG-RECORD.
004900     READ CONFIG-FILE
004910         AT END
004920             SET WS-END-OF-CONFIG TO TRUE
004930         NOT AT END
004940             PERFORM APPLY-CONFIG-KEYWORD
004950     END-READ.
004960
004970*----------------------------------------------------------------
004980* APPLY-CONFIG-KEYWORD
004990*   SPLITS ONE CONFIG-FILE LINE INTO KEYWORD AND VALUE AND
005000*   APPLIES IT. RATE-LIMIT-STOP IS SHARED WITH THE NIGHTLY
005010*   PROGRAM; ENGAGE-MAX CAPS THE QUERIES ONE RUN MAKES. UNKNOWN
005020*   KEYWORDS ARE IGNORED.
005030*----------------------------------------------------------------
005040 APPLY-CONFIG-KEYWORD.
005050     MOVE SPACES TO WS-CFG-KEYWORD.
005060     MOVE SPACES TO WS-CFG-VALUE.
005070     UNSTRING CFG-LINE DELIMITED BY ALL SPACE
005080         INTO WS-CFG-KEYWORD WS-CFG-VALUE
005090     END-UNSTRING.
005100     MOVE FUNCTION UPPER-CASE(WS-CFG-KEYWORD) TO WS-CFG-KEYWORD.
005110     IF WS-CFG-KEYWORD = "RATE-LIMIT-STOP"
005120         MOVE FUNCTION NUMVAL(WS-CFG-VALUE)
005130             TO WS-RATE-LIMIT-STOP
005140     END-IF.
005150     IF WS-CFG-KEYWORD = "ENGAGE-MAX"
005160         MOVE FUNCTION NUMVAL(WS-CFG-VALUE) TO WS-DUE-MAX
005170     END-IF.
005180
005190*----------------------------------------------------------------
005200* LOAD-PROFILES
005210*   READS THE OPTIONAL PROFILES FILE INTO THE SESSION-PROFILE
005220*   TABLE. A MISSING FILE MEANS A POST THAT NEEDS A LOGIN IS
005230*   SIMPLY LEFT FOR THE NEXT RUN.
005240*----------------------------------------------------------------
005250 LOAD-PROFILES.
005260     OPEN INPUT PROFILE-FILE.
005270     IF WS-PROFILE-STATUS = "00"
005280         PERFORM READ-ONE-PROFILE-RECORD
005290             UNTIL WS-END-OF-PROFILES
005300         CLOSE PROFILE-FILE
005310     END-IF.
005320
005330*----------------------------------------------------------------
005340* READ-ONE-PROFILE-RECORD
005350*   READS ONE PROFILES LINE AND PARSES IT INTO THE TABLE,
005360*   SKIPPING BLANK AND COMMENT LINES AND ANYTHING BEYOND THE
005370*   TABLE.
005380*----------------------------------------------------------------
005390 READ-ONE-PROFILE-RECORD.
005400     READ PROFILE-FILE
005410         AT END
005420             SET WS-END-OF-PROFILES TO TRUE
005430         NOT AT END
005440             IF PROF-LINE NOT = SPACES AND
005450                PROF-LINE(1:1) NOT = "*" AND
005460                WS-PROF-COUNT < WS-PROF-TABLE-MAX
005470                 PERFORM PARSE-PROFILE-LINE
005480             END-IF
005490     END-READ.
005500
005510*----------------------------------------------------------------
005520* PARSE-PROFILE-LINE
005530*   SPLITS ONE PROFILES LINE INTO THE PROFILE NAME AND ITS
005540*   COOKIE FILE PATH, REJECTING A PATH THE SHELL COMMAND CANNOT
005550*   CARRY SAFELY (SINGLE QUOTES).
005560*----------------------------------------------------------------
005570 PARSE-PROFILE-LINE.
005580     MOVE SPACES TO WS-PROF-NAME-TEXT.
005590     MOVE SPACES TO WS-PROF-FILE-TEXT.
005600     UNSTRING PROF-LINE DELIMITED BY ALL SPACE
005610         INTO WS-PROF-NAME-TEXT WS-PROF-FILE-TEXT
005620     END-UNSTRING.
005630     IF WS-PROF-NAME-TEXT = SPACES OR
005640        WS-PROF-FILE-TEXT = SPACES
005650         EXIT PARAGRAPH
005660     END-IF.
005670     MOVE ZERO TO WS-QUOTE-COUNT.
005680     INSPECT WS-PROF-FILE-TEXT TALLYING WS-QUOTE-COUNT
005690         FOR ALL "'".
005700     IF WS-QUOTE-COUNT > ZERO
005710         DISPLAY "Perfil invalido (aspas simples): "
005720                 WS-PROF-NAME-TEXT
005730         EXIT PARAGRAPH
005740     END-IF.
005750     ADD 1 TO WS-PROF-COUNT.
005760     SET WS-PROF-IDX TO WS-PROF-COUNT.
005770     MOVE FUNCTION UPPER-CASE(WS-PROF-NAME-TEXT)
005780         TO WS-PROF-NAME(WS-PROF-IDX).
005790     MOVE WS-PROF-FILE-TEXT TO WS-PROF-COOKIES(WS-PROF-IDX).
005800     MOVE "N" TO WS-PROF-REST-SW(WS-PROF-IDX).
005810
005820*----------------------------------------------------------------
005830* SELECT-DUE-POSTS
005840*   WALKS DOWNLOAD-MASTER ONCE AND QUEUES EVERY SUCCESS POST DUE
005850*   A SNAPSHOT, UP TO ENGAGE-MAX. POSTS BEYOND THE CAP ARE ONLY
005860*   COUNTED; THEY ARE STILL DUE TOMORROW.
005870*----------------------------------------------------------------
005880 SELECT-DUE-POSTS.
005890     MOVE LOW-VALUES TO DM-URL.
005900     START DOWNLOAD-MASTER KEY NOT < DM-URL
005910         INVALID KEY
005920             SET WS-END-OF-MASTER TO TRUE
005930     END-START.
005940     PERFORM READ-ONE-MASTER-RECORD UNTIL WS-END-OF-MASTER.
005950
005960*----------------------------------------------------------------
005970* READ-ONE-MASTER-RECORD
005980*   READS THE NEXT DOWNLOAD-MASTER ENTRY AND TESTS IT. USED AS
005990*   THE PERFORM ... UNTIL PARAGRAPH OF SELECT-DUE-POSTS.
006000*----------------------------------------------------------------
006010 READ-ONE-MASTER-RECORD.
006020     READ DOWNLOAD-MASTER NEXT
006030         AT END
006040             SET WS-END-OF-MASTER TO TRUE
006050         NOT AT END
006060             ADD 1 TO WS-TOTAL-MASTER-READ
006070             IF DM-STATUS = "SUCCESS"
006080                 PERFORM CHECK-POST-DUE
006090             END-IF
006100     END-READ.
006110
006120*----------------------------------------------------------------
006130* CHECK-POST-DUE
006140*   WORKS OUT THE AGE OF THE SUCCESS ENTRY IN THE RECORD AREA
006150*   (THE LAST ATTEMPT OF A SUCCESS IS THE DOWNLOAD ITSELF) AND
006160*   THE HIGHEST SNAPSHOT AGE IT HAS REACHED. WHEN THAT SNAPSHOT
006165*   IS NOT IN ENGAGEMENT-HISTORY YET THE POST IS DUE, UNLESS AN
006170*   EARLIER SNAPSHOT ALREADY FOUND IT REMOVIDO. STORIES
006180*   ARE GONE FROM INSTAGRAM LONG BEFORE SEVEN DAYS AND ARE NEVER
006190*   DUE; A URL THE SHELL COMMAND CANNOT CARRY IS SKIPPED THE WAY
006200*   THE NIGHTLY PROGRAM SKIPS IT.
006210*----------------------------------------------------------------
006220 CHECK-POST-DUE.
006230     IF DM-CONTENT-TYPE = "story"
006240         EXIT PARAGRAPH
006250     END-IF.
006260     IF DM-LAST-ATTEMPT(1:4) IS NOT NUMERIC OR
006270        DM-LAST-ATTEMPT(6:2) IS NOT NUMERIC OR
006280        DM-LAST-ATTEMPT(9:2) IS NOT NUMERIC
006290         EXIT PARAGRAPH
006300     END-IF.
006310     MOVE ZERO TO WS-QUOTE-COUNT.
006320     INSPECT DM-URL TALLYING WS-QUOTE-COUNT FOR ALL "'".
006330     IF WS-QUOTE-COUNT > ZERO
006340         EXIT PARAGRAPH
006350     END-IF.
006360
006370     STRING DM-LAST-ATTEMPT(1:4) DELIMITED BY SIZE
006380            DM-LAST-ATTEMPT(6:2) DELIMITED BY SIZE
006390            DM-LAST-ATTEMPT(9:2) DELIMITED BY SIZE
006400            INTO WS-POST-DATE-NUM.
006410     MOVE FUNCTION INTEGER-OF-DATE(WS-POST-DATE-NUM)
006420         TO WS-POST-INTEGER.
006430     IF WS-POST-INTEGER > WS-TODAY-INTEGER
006440         EXIT PARAGRAPH
006450     END-IF.
006460     SUBTRACT WS-POST-INTEGER FROM WS-TODAY-INTEGER
006470         GIVING WS-POST-DAYS.
006480     IF WS-POST-DAYS NOT < 90
006490         MOVE 90 TO WS-POST-STAGE
006500     ELSE IF WS-POST-DAYS NOT < 30
006510         MOVE 30 TO WS-POST-STAGE
006520     ELSE IF WS-POST-DAYS NOT < 7
006530         MOVE 7 TO WS-POST-STAGE
006540     ELSE
006550         EXIT PARAGRAPH
006560     END-IF.
006570
006571     SET WS-POST-NOT-REMOVED TO TRUE.
006572     MOVE "N" TO WS-SNAP-EOF-SWITCH.
006573     MOVE DM-URL TO EH-URL.
006574     MOVE ZERO   TO EH-AGE.
006575     START ENGAGEMENT-HISTORY KEY NOT < EH-KEY
006576         INVALID KEY
006577             SET WS-END-OF-SNAPSHOTS TO TRUE
006578     END-START.
006579     PERFORM READ-ONE-POST-SNAPSHOT
006580         UNTIL WS-END-OF-SNAPSHOTS OR WS-POST-WAS-REMOVED.
006581     IF WS-POST-WAS-REMOVED
006582         EXIT PARAGRAPH
006583     END-IF.
006584
006585     MOVE DM-URL        TO EH-URL.
006590     MOVE WS-POST-STAGE TO EH-AGE.
006600     READ ENGAGEMENT-HISTORY
006610         INVALID KEY
006620             SET WS-SNAP-NOT-FOUND TO TRUE
006630         NOT INVALID KEY
006640             SET WS-SNAP-WAS-FOUND TO TRUE
006650     END-READ.
006660     IF WS-SNAP-WAS-FOUND
006670         EXIT PARAGRAPH
006680     END-IF.
006690
006700     ADD 1 TO WS-TOTAL-DUE.
006710     IF WS-DUE-COUNT NOT < WS-DUE-MAX
006720         ADD 1 TO WS-TOTAL-DEFERRED
006730         EXIT PARAGRAPH
006740     END-IF.
006750     ADD 1 TO WS-DUE-COUNT.
006760     SET WS-DUE-IDX TO WS-DUE-COUNT.
006770     MOVE DM-URL                TO WS-DUE-URL(WS-DUE-IDX).
006780     MOVE DM-CONTENT-TYPE       TO WS-DUE-TYPE(WS-DUE-IDX).
006790     MOVE WS-POST-STAGE         TO WS-DUE-STAGE(WS-DUE-IDX).
006800     MOVE WS-POST-DAYS          TO WS-DUE-DAYS(WS-DUE-IDX).
006810     MOVE DM-LAST-ATTEMPT(1:10) TO WS-DUE-DOWNLOADED(WS-DUE-IDX).
006820     MOVE "NA"                  TO WS-DUE-CAPTURE(WS-DUE-IDX).
006830
006831*----------------------------------------------------------------
006832* READ-ONE-POST-SNAPSHOT
006833*   READS THE NEXT SNAPSHOT OF THE POST IN THE MASTER RECORD AREA
006834*   AND FLAGS IT WHEN ANY OF ITS SNAPSHOTS RECORDS IT REMOVIDO. A
006835*   SNAPSHOT OF ANOTHER URL ENDS THE POST. USED AS THE PERFORM ...
006836*   UNTIL PARAGRAPH OF CHECK-POST-DUE.
006837*----------------------------------------------------------------
006838 READ-ONE-POST-SNAPSHOT.
006839     READ ENGAGEMENT-HISTORY NEXT
006840         AT END
006841             SET WS-END-OF-SNAPSHOTS TO TRUE
006842             EXIT PARAGRAPH
006843     END-READ.
006844     IF EH-URL NOT = DM-URL
006845         SET WS-END-OF-SNAPSHOTS TO TRUE
006846     ELSE IF EH-RESULT = "REMOVIDO"
006847         SET WS-POST-WAS-REMOVED TO TRUE
006848     END-IF.
006849
006850*----------------------------------------------------------------
006851* LOAD-CAPTURE-LIKES
006860*   PASSES ONCE OVER METADATA-FILE AND GIVES EVERY DUE POST THE
006870*   LIKE COUNT CAPTURED WHEN IT WAS DOWNLOADED, FOR ITS AGE-0
006880*   SNAPSHOT. WHEN A URL WAS CAPTURED MORE THAN ONCE THE LATEST
006890*   CAPTURE WINS.
006900*----------------------------------------------------------------
006910 LOAD-CAPTURE-LIKES.
006920     IF WS-DUE-COUNT = ZERO
006930         EXIT PARAGRAPH
006940     END-IF.
006950     OPEN INPUT METADATA-FILE.
006960     IF WS-METADATA-STATUS NOT = "00"
006970         EXIT PARAGRAPH
006980     END-IF.
006990     PERFORM READ-ONE-METADATA-RECORD UNTIL WS-END-OF-METADATA.
007000     CLOSE METADATA-FILE.
007010
007020*----------------------------------------------------------------
007030* READ-ONE-METADATA-RECORD
007040*   READS ONE METADATA-FILE RECORD AND OFFERS ITS LIKE COUNT TO
007050*   THE DUE-POST TABLE.
007060*----------------------------------------------------------------
007070 READ-ONE-METADATA-RECORD.
007080     READ METADATA-FILE
007090         AT END
007100             SET WS-END-OF-METADATA TO TRUE
007110         NOT AT END
007120             PERFORM MATCH-ONE-CAPTURE
007130                 VARYING WS-DUE-IDX FROM 1 BY 1
007140                 UNTIL WS-DUE-IDX > WS-DUE-COUNT
007150     END-READ.
007160
007170*----------------------------------------------------------------
007180* MATCH-ONE-CAPTURE
007190*   GIVES THE DUE POST AT WS-DUE-IDX THE CURRENT METADATA LIKE
007200*   COUNT WHEN THE URLS MATCH. USED AS THE VARYING PARAGRAPH OF
007210*   READ-ONE-METADATA-RECORD.
007220*----------------------------------------------------------------
007230 MATCH-ONE-CAPTURE.
007240     IF WS-DUE-URL(WS-DUE-IDX) = MD-URL
007250         MOVE MD-LIKE-COUNT TO WS-DUE-CAPTURE(WS-DUE-IDX)
007260     END-IF.
007270
007280*----------------------------------------------------------------
007290* REFRESH-ONE-POST
007300*   RE-QUERIES ONE DUE POST. A LOGIN OR PRIVATE-ACCOUNT REFUSAL
007310*   IS RETRIED THROUGH A SESSION PROFILE; AN ANSWER IS STORED AS
007320*   THE DUE SNAPSHOT (WITH THE AGE-0 CAPTURE BESIDE IT IF NOT
007330*   THERE YET); A POST THAT HAS GONE IS STORED AS REMOVIDO; ANY
007340*   OTHER FAILURE LEAVES THE POST DUE FOR THE NEXT RUN. ENOUGH
007350*   CONSECUTIVE LIMITE-TAXA ANSWERS STOP THE RUN. USED AS THE
007360*   VARYING PARAGRAPH OF THE MAIN LOOP.
007370*----------------------------------------------------------------
007380 REFRESH-ONE-POST.
007390     ADD 1 TO WS-TOTAL-QUERIED.
007400     MOVE SPACES TO WS-CURRENT-PROFILE.
007410     MOVE SPACES TO WS-FAILURE-REASON.
007420     PERFORM QUERY-ENGAGEMENT.
007430     IF WS-YTDLP-RETURN-CODE NOT = ZERO
007440         PERFORM CLASSIFY-FAILURE-REASON
007450         IF WS-FAILURE-REASON = "LOGIN-NECESSARIO" OR
007460            WS-FAILURE-REASON = "CONTA-PRIVADA"
007470             PERFORM TRY-SESSION-PROFILE
007480         END-IF
007490     END-IF.
007500
007510     IF WS-YTDLP-RETURN-CODE = ZERO
007520         MOVE ZERO TO WS-CONSEC-RATE-COUNT
007530         PERFORM READ-ENGAGEMENT-STAGE
007540         PERFORM WRITE-BASELINE-SNAPSHOT
007550         MOVE "OK" TO WS-FAILURE-REASON
007560         PERFORM WRITE-DUE-SNAPSHOT
007570         ADD 1 TO WS-TOTAL-REFRESHED
007580         MOVE "OK" TO WS-RESULT-TOKEN
007590         PERFORM WRITE-QUERY-LINE
007600         EXIT PARAGRAPH
007610     END-IF.
007620
007630     IF WS-FAILURE-REASON = "LIMITE-TAXA"
007640         ADD 1 TO WS-CONSEC-RATE-COUNT
007650         IF WS-CONSEC-RATE-COUNT NOT < WS-RATE-LIMIT-STOP
007660             SET WS-RATE-LIMIT-TRIPPED TO TRUE
007670         END-IF
007680     ELSE
007690         MOVE ZERO TO WS-CONSEC-RATE-COUNT
007700     END-IF.
007710
007720     IF WS-FAILURE-REASON = "REMOVIDO"
007730         MOVE "NA" TO WS-NEW-LIKES
007740         MOVE "NA" TO WS-NEW-VIEWS
007750         PERFORM WRITE-DUE-SNAPSHOT
007760         ADD 1 TO WS-TOTAL-GONE
007770         MOVE "REMOVIDO" TO WS-RESULT-TOKEN
007780     ELSE
007790         ADD 1 TO WS-TOTAL-FAILED
007800         MOVE "FALHA" TO WS-RESULT-TOKEN
007810     END-IF.
007820     PERFORM WRITE-QUERY-LINE.
007830
007840*----------------------------------------------------------------
007850* QUERY-ENGAGEMENT
007860*   ASKS YT-DLP, WITHOUT DOWNLOADING, FOR THE CURRENT LIKE AND
007870*   VIEW COUNT OF THE DUE POST, ANONYMOUSLY OR - AFTER A LOGIN
007880*   REFUSAL - WITH THE CURRENT PROFILE'S COOKIE FILE. THE ANSWER
007890*   GOES TO ENGAGEMENT-STAGING AND ANY ERROR TEXT TO
007900*   ERROR-STAGING FOR CLASSIFICATION.
007910*----------------------------------------------------------------
007920 QUERY-ENGAGEMENT.
007930     MOVE SPACES TO COMMAND.
007940     IF WS-CURRENT-PROFILE = SPACES
007950         STRING "yt-dlp --skip-download --print "
007960                DELIMITED BY SIZE
007970                "'%(like_count)s|%(view_count)s' '"
007980                DELIMITED BY SIZE
007990                WS-DUE-URL(WS-DUE-IDX) DELIMITED BY SPACE
008000                "' > ENGSTAGE 2> ENGERR" DELIMITED BY SIZE
008010                INTO COMMAND
008020         END-STRING
008030     ELSE
008040         STRING "yt-dlp --cookies '" DELIMITED BY SIZE
008050                WS-PROF-COOKIES(WS-PROF-MATCH-IDX)
008060                    DELIMITED BY SPACE
008070                "' --skip-download --print " DELIMITED BY SIZE
008080                "'%(like_count)s|%(view_count)s' '"
008090                DELIMITED BY SIZE
008100                WS-DUE-URL(WS-DUE-IDX) DELIMITED BY SPACE
008110                "' > ENGSTAGE 2> ENGERR" DELIMITED BY SIZE
008120                INTO COMMAND
008130         END-STRING
008140     END-IF.
008150     CALL "SYSTEM" USING COMMAND.
008160     MOVE RETURN-CODE TO WS-YTDLP-RETURN-CODE.
008170     DIVIDE WS-YTDLP-RETURN-CODE BY 256
008180         GIVING WS-YTDLP-RETURN-CODE
008190         REMAINDER WS-DIVIDE-REMAINDER.
008200
008210*----------------------------------------------------------------
008220* READ-ENGAGEMENT-STAGE
008230*   UNSTRINGS THE "LIKES|VIEWS" ANSWER FROM ENGAGEMENT-STAGING.
008240*   A MISSING OR EMPTY ANSWER LEAVES BOTH COUNTS "NA".
008250*----------------------------------------------------------------
008260 READ-ENGAGEMENT-STAGE.
008270     MOVE "NA" TO WS-NEW-LIKES.
008280     MOVE "NA" TO WS-NEW-VIEWS.
008290     OPEN INPUT ENGAGEMENT-STAGING.
008300     IF WS-STAGE-STATUS = "00"
008310         READ ENGAGEMENT-STAGING
008320             NOT AT END
008330                 IF ENGSTAGE-LINE NOT = SPACES
008340                     UNSTRING ENGSTAGE-LINE DELIMITED BY "|"
008350                         INTO WS-NEW-LIKES WS-NEW-VIEWS
008360                     END-UNSTRING
008370                 END-IF
008380         END-READ
008390         CLOSE ENGAGEMENT-STAGING
008400     END-IF.
008410
008420*----------------------------------------------------------------
008430* WRITE-BASELINE-SNAPSHOT
008440*   STORES THE AGE-0 SNAPSHOT - THE LIKE COUNT METADATA-FILE
008450*   CAPTURED ON THE DOWNLOAD DATE - THE FIRST TIME A POST IS
008460*   REFRESHED. VIEWS WERE NOT CAPTURED THEN AND STAY "NA".
008470*----------------------------------------------------------------
008480 WRITE-BASELINE-SNAPSHOT.
008490     MOVE SPACES                     TO ENGAGEMENT-RECORD.
008500     MOVE WS-DUE-URL(WS-DUE-IDX)     TO EH-URL.
008510     MOVE ZERO                       TO EH-AGE.
008520     MOVE WS-DUE-TYPE(WS-DUE-IDX)    TO EH-CONTENT-TYPE.
008530     MOVE WS-DUE-DOWNLOADED(WS-DUE-IDX) TO EH-SNAP-DATE.
008540     MOVE ZERO                       TO EH-DAYS.
008550     MOVE WS-DUE-CAPTURE(WS-DUE-IDX) TO EH-LIKE-COUNT.
008560     MOVE "NA"                       TO EH-VIEW-COUNT.
008570     MOVE "OK"                       TO EH-RESULT.
008580     WRITE ENGAGEMENT-RECORD
008590         INVALID KEY
008600             CONTINUE
008610         NOT INVALID KEY
008620             ADD 1 TO WS-TOTAL-BASELINE
008630     END-WRITE.
008640
008650*----------------------------------------------------------------
008660* WRITE-DUE-SNAPSHOT
008670*   STORES THE SNAPSHOT JUST TAKEN UNDER THE POST'S DUE AGE,
008680*   DATED TODAY, WITH THE RESULT IN WS-FAILURE-REASON.
008690*----------------------------------------------------------------
008700 WRITE-DUE-SNAPSHOT.
008710     MOVE SPACES                     TO ENGAGEMENT-RECORD.
008720     MOVE WS-DUE-URL(WS-DUE-IDX)     TO EH-URL.
008730     MOVE WS-DUE-STAGE(WS-DUE-IDX)   TO EH-AGE.
008740     MOVE WS-DUE-TYPE(WS-DUE-IDX)    TO EH-CONTENT-TYPE.
008750     MOVE WS-TODAY-TEXT              TO EH-SNAP-DATE.
008760     MOVE WS-DUE-DAYS(WS-DUE-IDX)    TO EH-DAYS.
008770     MOVE WS-NEW-LIKES               TO EH-LIKE-COUNT.
008780     MOVE WS-NEW-VIEWS               TO EH-VIEW-COUNT.
008790     MOVE WS-FAILURE-REASON          TO EH-RESULT.
008800     WRITE ENGAGEMENT-RECORD
008810         INVALID KEY
008820             DISPLAY "Snapshot ja existente: "
008830                     WS-DUE-URL(WS-DUE-IDX)(1:60)
008840     END-WRITE.
008850
008860*----------------------------------------------------------------
008870* WRITE-QUERY-LINE
008880*   WRITES ONE REPORT LINE FOR THE QUERY JUST MADE: THE RESULT,
008890*   THE SNAPSHOT AGE, THE URL AND THE COUNTS OR FAILURE REASON.
008900*----------------------------------------------------------------
008910 WRITE-QUERY-LINE.
008920     MOVE WS-DUE-STAGE(WS-DUE-IDX) TO WS-AGE-DISPLAY.
008930     MOVE SPACES TO REPORT-LINE.
008940     IF WS-RESULT-TOKEN = "OK"
008950         STRING WS-RESULT-TOKEN        DELIMITED BY SIZE
008960                WS-AGE-DISPLAY         DELIMITED BY SIZE
008970                "d "                   DELIMITED BY SIZE
008980                WS-DUE-URL(WS-DUE-IDX) DELIMITED BY SPACE
008990                " curtidas "           DELIMITED BY SIZE
009000                WS-NEW-LIKES           DELIMITED BY SPACE
009010                " visualizacoes "      DELIMITED BY SIZE
009020                WS-NEW-VIEWS           DELIMITED BY SPACE
009030                INTO REPORT-LINE
009040         END-STRING
009050     ELSE
009060         STRING WS-RESULT-TOKEN        DELIMITED BY SIZE
009070                WS-AGE-DISPLAY         DELIMITED BY SIZE
009080                "d "                   DELIMITED BY SIZE
009090                WS-DUE-URL(WS-DUE-IDX) DELIMITED BY SPACE
009100                " ("                   DELIMITED BY SIZE
009110                WS-FAILURE-REASON      DELIMITED BY SPACE
009120                ")"                    DELIMITED BY SIZE
009130                INTO REPORT-LINE
009140         END-STRING
009150     END-IF.
009160     WRITE REPORT-LINE.
009170
009180*----------------------------------------------------------------
009190* CLASSIFY-FAILURE-REASON
009200*   READS THE YT-DLP ERROR OUTPUT CAPTURED IN ERROR-STAGING AND
009210*   CLASSIFIES THE FAILURE INTO THE NIGHTLY PROGRAM'S REASON
009220*   CODES. AN EMPTY OR MISSING ERROR-STAGING LEAVES THE REASON
009230*   AS DESCONHECIDO.
009240*----------------------------------------------------------------
009250 CLASSIFY-FAILURE-REASON.
009260     MOVE ZERO TO WS-KW-RATE.
009270     MOVE ZERO TO WS-KW-PRIVATE.
009280     MOVE ZERO TO WS-KW-LOGIN.
009290     MOVE ZERO TO WS-KW-REMOVED.
009300     MOVE ZERO TO WS-KW-NETWORK.
009310     MOVE "N" TO WS-ERRSTAGE-EOF-SWITCH.
009320     OPEN INPUT ERROR-STAGING.
009330     IF WS-ERRSTAGE-STATUS = "00"
009340         PERFORM READ-ONE-ERROR-LINE UNTIL WS-END-OF-ERRSTAGE
009350         CLOSE ERROR-STAGING
009360     END-IF.
009370
009380     IF WS-KW-RATE > ZERO
009390         MOVE "LIMITE-TAXA" TO WS-FAILURE-REASON
009400     ELSE IF WS-KW-PRIVATE > ZERO
009410         MOVE "CONTA-PRIVADA" TO WS-FAILURE-REASON
009420     ELSE IF WS-KW-LOGIN > ZERO
009430         MOVE "LOGIN-NECESSARIO" TO WS-FAILURE-REASON
009440     ELSE IF WS-KW-REMOVED > ZERO
009450         MOVE "REMOVIDO" TO WS-FAILURE-REASON
009460     ELSE IF WS-KW-NETWORK > ZERO
009470         MOVE "ERRO-REDE" TO WS-FAILURE-REASON
009480     ELSE
009490         MOVE "DESCONHECIDO" TO WS-FAILURE-REASON
009500     END-IF.
009510
009520*----------------------------------------------------------------
009530* READ-ONE-ERROR-LINE
009540*   READS ONE CAPTURED ERROR LINE, LOWERCASES IT AND SCANS IT
009550*   FOR THE CLASSIFICATION KEYWORDS.
009560*----------------------------------------------------------------
009570 READ-ONE-ERROR-LINE.
009580     READ ERROR-STAGING
009590         AT END
009600             SET WS-END-OF-ERRSTAGE TO TRUE
009610         NOT AT END
009620             MOVE FUNCTION LOWER-CASE(ERRSTAGE-LINE)
009630                 TO WS-ERR-LINE-LC
009640             PERFORM SCAN-ERROR-KEYWORDS
009650     END-READ.
009660
009670*----------------------------------------------------------------
009680* SCAN-ERROR-KEYWORDS
009690*   TALLIES THE CLASSIFICATION KEYWORDS FOUND IN THE LOWERCASED
009700*   ERROR LINE - THE SAME KEYWORD GROUPS THE NIGHTLY PROGRAM
009710*   USES, SO BOTH JOBS READ INSTAGRAM'S REFUSALS ALIKE.
009720*----------------------------------------------------------------
009730 SCAN-ERROR-KEYWORDS.
009740     INSPECT WS-ERR-LINE-LC TALLYING WS-KW-RATE
009750         FOR ALL "rate limit".
009760     INSPECT WS-ERR-LINE-LC TALLYING WS-KW-RATE
009770         FOR ALL "rate-limit".
009780     INSPECT WS-ERR-LINE-LC TALLYING WS-KW-RATE
009790         FOR ALL "429".
009800     INSPECT WS-ERR-LINE-LC TALLYING WS-KW-RATE
009810         FOR ALL "too many requests".
009820     INSPECT WS-ERR-LINE-LC TALLYING WS-KW-RATE
009830         FOR ALL "wait a few minutes".
009840     INSPECT WS-ERR-LINE-LC TALLYING WS-KW-PRIVATE
009850         FOR ALL "private".
009860     INSPECT WS-ERR-LINE-LC TALLYING WS-KW-LOGIN
009870         FOR ALL "login".
009880     INSPECT WS-ERR-LINE-LC TALLYING WS-KW-LOGIN
009890         FOR ALL "log in".
009900     INSPECT WS-ERR-LINE-LC TALLYING WS-KW-LOGIN
009910         FOR ALL "cookies".
009920     INSPECT WS-ERR-LINE-LC TALLYING WS-KW-REMOVED
009930         FOR ALL "not exist".
009940     INSPECT WS-ERR-LINE-LC TALLYING WS-KW-REMOVED
009950         FOR ALL "unavailable".
009960     INSPECT WS-ERR-LINE-LC TALLYING WS-KW-REMOVED
009970         FOR ALL "removed".
009980     INSPECT WS-ERR-LINE-LC TALLYING WS-KW-REMOVED
009990         FOR ALL "404".
010000     INSPECT WS-ERR-LINE-LC TALLYING WS-KW-NETWORK
010010         FOR ALL "unable to connect".
010020     INSPECT WS-ERR-LINE-LC TALLYING WS-KW-NETWORK
010030         FOR ALL "timed out".
010040     INSPECT WS-ERR-LINE-LC TALLYING WS-KW-NETWORK
010050         FOR ALL "connection".
010060     INSPECT WS-ERR-LINE-LC TALLYING WS-KW-NETWORK
010070         FOR ALL "resolve".
010080
010090*----------------------------------------------------------------
010100* TRY-SESSION-PROFILE
010110*   RE-ASKS FOR THE COUNTS OF A POST JUST REFUSED AS
010120*   LOGIN-NECESSARIO OR CONTA-PRIVADA THROUGH THE FIRST SESSION
010130*   PROFILE NOT RESTING. A PROFILE WHOSE QUERY CLASSIFIES AS
010140*   LIMITE-TAXA RESTS FOR THE REST OF THE RUN, AS IN THE NIGHTLY
010150*   PROGRAM. NO PROFILE AVAILABLE MEANS NOTHING CHANGES.
010160*----------------------------------------------------------------
010170 TRY-SESSION-PROFILE.
010180     PERFORM FIND-AVAILABLE-PROFILE.
010190     IF WS-PROF-NOT-FOUND
010200         EXIT PARAGRAPH
010210     END-IF.
010220     SET WS-PROF-IDX TO WS-PROF-MATCH-IDX.
010230     MOVE WS-PROF-NAME(WS-PROF-IDX) TO WS-CURRENT-PROFILE.
010240     PERFORM QUERY-ENGAGEMENT.
010250     IF WS-YTDLP-RETURN-CODE = ZERO
010260         MOVE SPACES TO WS-FAILURE-REASON
010270     ELSE
010280         PERFORM CLASSIFY-FAILURE-REASON
010290         IF WS-FAILURE-REASON = "LIMITE-TAXA"
010300             MOVE "Y" TO WS-PROF-REST-SW(WS-PROF-IDX)
010310             DISPLAY "Perfil em descanso: " WS-CURRENT-PROFILE
010320         END-IF
010330     END-IF.
010340
010350*----------------------------------------------------------------
010360* FIND-AVAILABLE-PROFILE
010370*   FINDS THE FIRST SESSION PROFILE NOT RESTING AND RECORDS ITS
010380*   SUBSCRIPT.
010390*----------------------------------------------------------------
010400 FIND-AVAILABLE-PROFILE.
010410     SET WS-PROF-NOT-FOUND TO TRUE.
010420     PERFORM CHECK-ONE-PROFILE
010430         VARYING WS-PROF-IDX FROM 1 BY 1
010440         UNTIL WS-PROF-IDX > WS-PROF-COUNT.
010450
010460*----------------------------------------------------------------
010470* CHECK-ONE-PROFILE
010480*   TESTS ONE PROFILE-TABLE ENTRY FOR AVAILABILITY. USED AS THE
010490*   VARYING PARAGRAPH OF FIND-AVAILABLE-PROFILE.
010500*----------------------------------------------------------------
010510 CHECK-ONE-PROFILE.
010520     IF WS-PROF-NOT-FOUND AND
010530        NOT WS-PROF-RESTING(WS-PROF-IDX)
010540         SET WS-PROF-WAS-FOUND TO TRUE
010550         SET WS-PROF-MATCH-IDX TO WS-PROF-IDX
010560     END-IF.
010570
010580*----------------------------------------------------------------
010590* WRITE-HISTORY-SECTIONS
010600*   READS ENGAGEMENT-HISTORY BACK IN KEY ORDER - EVERY POST'S
010610*   SNAPSHOTS TOGETHER, YOUNGEST AGE FIRST - WRITING THE HISTORY
010620*   LINE OF EACH POST REFRESHED TODAY AND FOLDING EVERY POST INTO
010630*   THE PER-TYPE GROWTH TABLE, WHICH IS WRITTEN LAST.
010640*----------------------------------------------------------------
010650 WRITE-HISTORY-SECTIONS.
010660     MOVE SPACES TO REPORT-LINE.
010670     WRITE REPORT-LINE.
010680     MOVE "Historico dos posts atualizados hoje (curtidas)"
010690         TO REPORT-LINE.
010700     WRITE REPORT-LINE.
010710     MOVE SPACES TO WS-POST-LINE.
010720     MOVE "Tipo"       TO PL-TYPE.
010730     MOVE "URL"        TO PL-URL.
010740     MOVE "   captura" TO PL-LIKES(1).
010750     MOVE "    7 dias" TO PL-LIKES(2).
010760     MOVE "   30 dias" TO PL-LIKES(3).
010770     MOVE "   90 dias" TO PL-LIKES(4).
010780     MOVE WS-POST-LINE TO REPORT-LINE.
010790     WRITE REPORT-LINE.
010800
010810     MOVE SPACES TO WS-GRP-URL.
010820     MOVE LOW-VALUES TO EH-KEY.
010830     START ENGAGEMENT-HISTORY KEY NOT < EH-KEY
010840         INVALID KEY
010850             SET WS-END-OF-HISTORY TO TRUE
010860     END-START.
010870     PERFORM READ-ONE-HISTORY-RECORD UNTIL WS-END-OF-HISTORY.
010880     IF WS-GRP-URL NOT = SPACES
010890         PERFORM FLUSH-POST-GROUP
010900     END-IF.
010910
010920     PERFORM WRITE-GROWTH-SECTION.
010930
010940*----------------------------------------------------------------
010950* READ-ONE-HISTORY-RECORD
010960*   READS THE NEXT SNAPSHOT. A NEW URL CLOSES THE GROUP OF THE
010970*   PREVIOUS POST; THE SNAPSHOT THEN GOES INTO ITS AGE SLOT.
010980*   USED AS THE PERFORM ... UNTIL PARAGRAPH OF
010990*   WRITE-HISTORY-SECTIONS.
011000*----------------------------------------------------------------
011010 READ-ONE-HISTORY-RECORD.
011020     READ ENGAGEMENT-HISTORY NEXT
011030         AT END
011040             SET WS-END-OF-HISTORY TO TRUE
011050             EXIT PARAGRAPH
011060     END-READ.
011070     IF EH-URL NOT = WS-GRP-URL
011080         IF WS-GRP-URL NOT = SPACES
011090             PERFORM FLUSH-POST-GROUP
011100         END-IF
011110         PERFORM START-POST-GROUP
011120     END-IF.
011130     IF EH-SNAP-DATE = WS-TODAY-TEXT AND EH-AGE > ZERO
011140         SET WS-GROUP-REFRESHED-TODAY TO TRUE
011150     END-IF.
011160     PERFORM STORE-ONE-SNAPSHOT
011170         VARYING WS-SLOT-IDX FROM 1 BY 1
011180         UNTIL WS-SLOT-IDX > 4.
011190
011200*----------------------------------------------------------------
011210* START-POST-GROUP
011220*   OPENS THE GROUP OF A NEW POST WITH EVERY AGE SLOT EMPTY.
011230*----------------------------------------------------------------
011240 START-POST-GROUP.
011250     MOVE EH-URL          TO WS-GRP-URL.
011260     MOVE EH-CONTENT-TYPE TO WS-GRP-TYPE.
011270     MOVE "N" TO WS-GROUP-TODAY-SWITCH.
011280     PERFORM CLEAR-ONE-SLOT
011290         VARYING WS-SLOT-IDX FROM 1 BY 1
011300         UNTIL WS-SLOT-IDX > 4.
011310
011320*----------------------------------------------------------------
011330* CLEAR-ONE-SLOT
011340*   EMPTIES ONE AGE SLOT OF THE POST GROUP. USED AS THE VARYING
011350*   PARAGRAPH OF START-POST-GROUP.
011360*----------------------------------------------------------------
011370 CLEAR-ONE-SLOT.
011380     MOVE ZERO TO WS-GRP-LIKES(WS-SLOT-IDX).
011390     MOVE "N"  TO WS-GRP-LIKES-SW(WS-SLOT-IDX).
011400     MOVE ZERO TO WS-GRP-VIEWS(WS-SLOT-IDX).
011410     MOVE "N"  TO WS-GRP-VIEWS-SW(WS-SLOT-IDX).
011420
011430*----------------------------------------------------------------
011440* STORE-ONE-SNAPSHOT
011450*   PUTS THE SNAPSHOT JUST READ INTO THE AGE SLOT IT BELONGS TO,
011460*   KEEPING ONLY COUNTS THAT ARE REAL NUMBERS. USED AS THE
011470*   VARYING PARAGRAPH OF READ-ONE-HISTORY-RECORD.
011480*----------------------------------------------------------------
011490 STORE-ONE-SNAPSHOT.
011500     IF WS-STAGE-AGE(WS-SLOT-IDX) NOT = EH-AGE
011510         EXIT PARAGRAPH
011520     END-IF.
011530     MOVE EH-LIKE-COUNT TO WS-NUM-FIELD.
011540     PERFORM VALIDATE-NUMERIC-FIELD.
011550     IF WS-NUM-IS-VALID
011560         MOVE WS-NUM-VALUE TO WS-GRP-LIKES(WS-SLOT-IDX)
011570         MOVE "Y" TO WS-GRP-LIKES-SW(WS-SLOT-IDX)
011580     END-IF.
011590     MOVE EH-VIEW-COUNT TO WS-NUM-FIELD.
011600     PERFORM VALIDATE-NUMERIC-FIELD.
011610     IF WS-NUM-IS-VALID
011620         MOVE WS-NUM-VALUE TO WS-GRP-VIEWS(WS-SLOT-IDX)
011630         MOVE "Y" TO WS-GRP-VIEWS-SW(WS-SLOT-IDX)
011640     END-IF.
011650
011660*----------------------------------------------------------------
011670* FLUSH-POST-GROUP
011680*   CLOSES THE GROUP OF ONE POST: WRITES ITS HISTORY LINE WHEN IT
011690*   WAS REFRESHED TODAY AND FOLDS EVERY STEP BETWEEN TWO KNOWN
011695*   COUNTS OF ADJACENT AGES INTO THE GROWTH TABLE OF ITS
011700*   CONTENT-TYPE.
011710*----------------------------------------------------------------
011720 FLUSH-POST-GROUP.
011730     IF WS-GROUP-REFRESHED-TODAY
011740         MOVE SPACES TO WS-POST-LINE
011750         MOVE WS-GRP-TYPE TO PL-TYPE
011760         MOVE WS-GRP-URL  TO PL-URL
011770         PERFORM FORMAT-ONE-SLOT
011780             VARYING WS-SLOT-IDX FROM 1 BY 1
011790             UNTIL WS-SLOT-IDX > 4
011800         MOVE WS-POST-LINE TO REPORT-LINE
011810         WRITE REPORT-LINE
011820     END-IF.
011830
011840     PERFORM FIND-OR-ADD-GROWTH-TYPE.
011850     IF WS-TYPE-NOT-FOUND
011860         EXIT PARAGRAPH
011870     END-IF.
011880     MOVE ZERO TO WS-PREV-LIKE-SLOT.
011890     MOVE ZERO TO WS-PREV-VIEW-SLOT.
011900     PERFORM FOLD-ONE-SLOT
011910         VARYING WS-SLOT-IDX FROM 1 BY 1
011920         UNTIL WS-SLOT-IDX > 4.
011930
011940*----------------------------------------------------------------
011950* FORMAT-ONE-SLOT
011960*   EDITS THE LIKE COUNT OF ONE AGE SLOT INTO THE HISTORY LINE,
011970*   OR A DASH WHEN THERE IS NONE. USED AS THE VARYING PARAGRAPH
011980*   OF FLUSH-POST-GROUP.
011990*----------------------------------------------------------------
012000 FORMAT-ONE-SLOT.
012010     IF WS-GRP-HAS-LIKES(WS-SLOT-IDX)
012020         MOVE WS-GRP-LIKES(WS-SLOT-IDX) TO WS-LIKES-DISPLAY
012030         MOVE WS-LIKES-DISPLAY TO PL-LIKES(WS-SLOT-IDX)
012040     ELSE
012050         MOVE "           -" TO PL-LIKES(WS-SLOT-IDX)
012060     END-IF.
012070
012080*----------------------------------------------------------------
012090* FOLD-ONE-SLOT
012100*   WHEN THE AGE SLOT HAS A COUNT AND AN EARLIER SLOT OF THE SAME
012110*   POST HAD ONE TOO, ADDS THE PAIR TO THE GROWTH STEP ENDING AT
012115*   THIS AGE - BUT ONLY WHEN THAT EARLIER SLOT IS THE ONE JUST
012120*   BEFORE IT. A PAIR WITH AN AGE MISSING IN BETWEEN SPANS MORE
012125*   THAN THE STEP IT WOULD BE FILED UNDER AND IS LEFT OUT. LIKES
012130*   AND VIEWS ARE FOLDED SEPARATELY. USED AS THE VARYING
012135*   PARAGRAPH OF FLUSH-POST-GROUP.
012140*----------------------------------------------------------------
012145 FOLD-ONE-SLOT.
012150     SET WS-STEP-NUM TO WS-SLOT-IDX.
012155     SUBTRACT 1 FROM WS-STEP-NUM.
012160     IF WS-GRP-HAS-LIKES(WS-SLOT-IDX)
012165         IF WS-PREV-LIKE-SLOT > ZERO AND
012170            WS-PREV-LIKE-SLOT = WS-STEP-NUM
012200             SET WS-TGS-IDX TO WS-STEP-NUM
012210             ADD 1 TO WS-TG-POSTS(WS-TG-IDX, WS-TGS-IDX)
012220             ADD WS-GRP-LIKES(WS-PREV-LIKE-SLOT)
012230                 TO WS-TG-BEFORE(WS-TG-IDX, WS-TGS-IDX)
012240             ADD WS-GRP-LIKES(WS-SLOT-IDX)
012250                 TO WS-TG-AFTER(WS-TG-IDX, WS-TGS-IDX)
012260         END-IF
012270         SET WS-PREV-LIKE-SLOT TO WS-SLOT-IDX
012280     END-IF.
012290     IF WS-GRP-HAS-VIEWS(WS-SLOT-IDX)
012295         IF WS-PREV-VIEW-SLOT > ZERO AND
012300            WS-PREV-VIEW-SLOT = WS-STEP-NUM
012310             SET WS-TGS-IDX TO WS-STEP-NUM
012320             ADD 1 TO WS-TG-V-POSTS(WS-TG-IDX, WS-TGS-IDX)
012330             ADD WS-GRP-VIEWS(WS-PREV-VIEW-SLOT)
012340                 TO WS-TG-V-BEFORE(WS-TG-IDX, WS-TGS-IDX)
012350             ADD WS-GRP-VIEWS(WS-SLOT-IDX)
012360                 TO WS-TG-V-AFTER(WS-TG-IDX, WS-TGS-IDX)
012370         END-IF
012380         SET WS-PREV-VIEW-SLOT TO WS-SLOT-IDX
012390     END-IF.
012400
012410*----------------------------------------------------------------
012420* FIND-OR-ADD-GROWTH-TYPE
012430*   POINTS WS-TG-IDX AT THE GROWTH-TABLE ENTRY OF THE GROUP'S
012440*   CONTENT-TYPE, ADDING IT WHEN NEW. A FULL TABLE LEAVES THE
012450*   TYPE OUT OF THE GROWTH SECTION.
012460*----------------------------------------------------------------
012470 FIND-OR-ADD-GROWTH-TYPE.
012480     SET WS-TYPE-NOT-FOUND TO TRUE.
012490     PERFORM MATCH-ONE-GROWTH-TYPE
012500         VARYING WS-TG-IDX FROM 1 BY 1
012510         UNTIL WS-TG-IDX > WS-TG-COUNT.
012520     IF WS-TYPE-WAS-FOUND
012530         SET WS-TG-IDX TO WS-TG-MATCH-IDX
012540         EXIT PARAGRAPH
012550     END-IF.
012560     IF WS-TG-COUNT NOT < WS-TG-TABLE-MAX
012570         EXIT PARAGRAPH
012580     END-IF.
012590     ADD 1 TO WS-TG-COUNT.
012600     SET WS-TG-IDX TO WS-TG-COUNT.
012610     MOVE WS-GRP-TYPE TO WS-TG-TYPE(WS-TG-IDX).
012620     PERFORM CLEAR-ONE-GROWTH-STEP
012630         VARYING WS-TGS-IDX FROM 1 BY 1
012640         UNTIL WS-TGS-IDX > 3.
012650     SET WS-TYPE-WAS-FOUND TO TRUE.
012660
012670*----------------------------------------------------------------
012680* MATCH-ONE-GROWTH-TYPE
012690*   TESTS ONE GROWTH-TABLE ENTRY AGAINST THE GROUP'S TYPE. USED
012700*   AS THE VARYING PARAGRAPH OF FIND-OR-ADD-GROWTH-TYPE.
012710*----------------------------------------------------------------
012720 MATCH-ONE-GROWTH-TYPE.
012730     IF WS-TYPE-NOT-FOUND AND
012740        WS-TG-TYPE(WS-TG-IDX) = WS-GRP-TYPE
012750         SET WS-TYPE-WAS-FOUND TO TRUE
012760         SET WS-TG-MATCH-IDX TO WS-TG-IDX
012770     END-IF.
012780
012790*----------------------------------------------------------------
012800* CLEAR-ONE-GROWTH-STEP
012810*   ZEROES ONE STEP OF A NEW GROWTH-TABLE ENTRY. USED AS THE
012820*   VARYING PARAGRAPH OF FIND-OR-ADD-GROWTH-TYPE.
012830*----------------------------------------------------------------
012840 CLEAR-ONE-GROWTH-STEP.
012850     MOVE ZERO TO WS-TG-POSTS(WS-TG-IDX, WS-TGS-IDX).
012860     MOVE ZERO TO WS-TG-BEFORE(WS-TG-IDX, WS-TGS-IDX).
012870     MOVE ZERO TO WS-TG-AFTER(WS-TG-IDX, WS-TGS-IDX).
012880     MOVE ZERO TO WS-TG-V-POSTS(WS-TG-IDX, WS-TGS-IDX).
012890     MOVE ZERO TO WS-TG-V-BEFORE(WS-TG-IDX, WS-TGS-IDX).
012900     MOVE ZERO TO WS-TG-V-AFTER(WS-TG-IDX, WS-TGS-IDX).
012910
012920*----------------------------------------------------------------
012930* WRITE-GROWTH-SECTION
012940*   WRITES THE GROWTH PER CONTENT-TYPE: FOR EVERY STEP BETWEEN
012950*   TWO ADJACENT SNAPSHOT AGES, HOW MANY POSTS IT COVERS, THE
012960*   LIKES GAINED AND THE GROWTH AS A PERCENTAGE OF THE EARLIER
012970*   COUNT, THEN THE SAME FOR VIEWS.
012980*----------------------------------------------------------------
012990 WRITE-GROWTH-SECTION.
013000     MOVE SPACES TO REPORT-LINE.
013010     WRITE REPORT-LINE.
013020     MOVE "Crescimento por tipo de conteudo (todo o historico)"
013030         TO REPORT-LINE.
013040     WRITE REPORT-LINE.
013050     IF WS-TG-COUNT = ZERO
013060         MOVE "  Nenhum snapshot registrado ainda" TO REPORT-LINE
013070         WRITE REPORT-LINE
013080         EXIT PARAGRAPH
013090     END-IF.
013100     PERFORM WRITE-ONE-GROWTH-TYPE
013110         VARYING WS-TG-IDX FROM 1 BY 1
013120         UNTIL WS-TG-IDX > WS-TG-COUNT.
013130
013140*----------------------------------------------------------------
013150* WRITE-ONE-GROWTH-TYPE
013160*   WRITES THE GROWTH LINES OF ONE CONTENT-TYPE. USED AS THE
013170*   VARYING PARAGRAPH OF WRITE-GROWTH-SECTION.
013180*----------------------------------------------------------------
013190 WRITE-ONE-GROWTH-TYPE.
013200     MOVE SPACES TO REPORT-LINE.
013210     STRING "  " DELIMITED BY SIZE
013220            WS-TG-TYPE(WS-TG-IDX) DELIMITED BY SPACE
013230            INTO REPORT-LINE.
013240     WRITE REPORT-LINE.
013250     PERFORM WRITE-ONE-GROWTH-STEP
013260         VARYING WS-TGS-IDX FROM 1 BY 1
013270         UNTIL WS-TGS-IDX > 3.
013280
013290*----------------------------------------------------------------
013300* WRITE-ONE-GROWTH-STEP
013310*   WRITES THE LIKE LINE AND, WHEN VIEWS WERE SEEN, THE VIEW LINE
013320*   OF ONE STEP OF ONE CONTENT-TYPE. A STEP NO POST HAS REACHED
013330*   YET IS LEFT OUT. USED AS THE VARYING PARAGRAPH OF
013340*   WRITE-ONE-GROWTH-TYPE.
013350*----------------------------------------------------------------
013360 WRITE-ONE-GROWTH-STEP.
013370     IF WS-TG-POSTS(WS-TG-IDX, WS-TGS-IDX) > ZERO
013380         MOVE WS-TG-POSTS(WS-TG-IDX, WS-TGS-IDX)
013390             TO WS-COUNT-DISPLAY
013400         COMPUTE WS-GAIN-VALUE =
013410             WS-TG-AFTER(WS-TG-IDX, WS-TGS-IDX) -
013420             WS-TG-BEFORE(WS-TG-IDX, WS-TGS-IDX)
013430         MOVE WS-GAIN-VALUE TO WS-GAIN-DISPLAY
013440         PERFORM COMPUTE-LIKE-GROWTH
013450         MOVE SPACES TO REPORT-LINE
013460         STRING "    "                     DELIMITED BY SIZE
013470                WS-STEP-LABEL(WS-TGS-IDX)  DELIMITED BY SIZE
013480                " posts "                  DELIMITED BY SIZE
013490                WS-COUNT-DISPLAY           DELIMITED BY SIZE
013500                "  curtidas ganhas "       DELIMITED BY SIZE
013510                WS-GAIN-DISPLAY            DELIMITED BY SIZE
013520                "  crescimento "           DELIMITED BY SIZE
013530                WS-PCT-DISPLAY             DELIMITED BY SIZE
013540                "%"                        DELIMITED BY SIZE
013550                INTO REPORT-LINE
013560         END-STRING
013570         WRITE REPORT-LINE
013580     END-IF.
013590     IF WS-TG-V-POSTS(WS-TG-IDX, WS-TGS-IDX) > ZERO
013600         MOVE WS-TG-V-POSTS(WS-TG-IDX, WS-TGS-IDX)
013610             TO WS-COUNT-DISPLAY
013620         COMPUTE WS-GAIN-VALUE =
013630             WS-TG-V-AFTER(WS-TG-IDX, WS-TGS-IDX) -
013640             WS-TG-V-BEFORE(WS-TG-IDX, WS-TGS-IDX)
013650         MOVE WS-GAIN-VALUE TO WS-GAIN-DISPLAY
013660         PERFORM COMPUTE-VIEW-GROWTH
013670         MOVE SPACES TO REPORT-LINE
013680         STRING "    "                     DELIMITED BY SIZE
013690                WS-STEP-LABEL(WS-TGS-IDX)  DELIMITED BY SIZE
013700                " posts "                  DELIMITED BY SIZE
013710                WS-COUNT-DISPLAY           DELIMITED BY SIZE
013720                "  visualizacoes "         DELIMITED BY SIZE
013730                WS-GAIN-DISPLAY            DELIMITED BY SIZE
013740                "  crescimento "           DELIMITED BY SIZE
013750                WS-PCT-DISPLAY             DELIMITED BY SIZE
013760                "%"                        DELIMITED BY SIZE
013770                INTO REPORT-LINE
013780         END-STRING
013790         WRITE REPORT-LINE
013800     END-IF.
013810
013820*----------------------------------------------------------------
013830* COMPUTE-LIKE-GROWTH
013840*   TURNS THE LIKES GAINED OVER ONE STEP INTO A PERCENTAGE OF THE
013850*   EARLIER COUNT. A STEP STARTING FROM ZERO LIKES SHOWS ZERO.
013860*----------------------------------------------------------------
013870 COMPUTE-LIKE-GROWTH.
013880     MOVE ZERO TO WS-GROWTH-PCT.
013890     IF WS-TG-BEFORE(WS-TG-IDX, WS-TGS-IDX) > ZERO
013900         COMPUTE WS-GROWTH-PCT ROUNDED =
013910             WS-GAIN-VALUE * 100 /
013920             WS-TG-BEFORE(WS-TG-IDX, WS-TGS-IDX)
013930             ON SIZE ERROR
013940                 MOVE 9999999.9 TO WS-GROWTH-PCT
013950         END-COMPUTE
013960     END-IF.
013970     MOVE WS-GROWTH-PCT TO WS-PCT-DISPLAY.
013980
013990*----------------------------------------------------------------
014000* COMPUTE-VIEW-GROWTH
014010*   TURNS THE VIEWS GAINED OVER ONE STEP INTO A PERCENTAGE OF THE
014020*   EARLIER COUNT. A STEP STARTING FROM ZERO VIEWS SHOWS ZERO.
014030*----------------------------------------------------------------
014040 COMPUTE-VIEW-GROWTH.
014050     MOVE ZERO TO WS-GROWTH-PCT.
014060     IF WS-TG-V-BEFORE(WS-TG-IDX, WS-TGS-IDX) > ZERO
014070         COMPUTE WS-GROWTH-PCT ROUNDED =
014080             WS-GAIN-VALUE * 100 /
014090             WS-TG-V-BEFORE(WS-TG-IDX, WS-TGS-IDX)
014100             ON SIZE ERROR
014110                 MOVE 9999999.9 TO WS-GROWTH-PCT
014120         END-COMPUTE
014130     END-IF.
014140     MOVE WS-GROWTH-PCT TO WS-PCT-DISPLAY.
014150
014160*----------------------------------------------------------------
014170* VALIDATE-NUMERIC-FIELD
014180*   TRIMS WS-NUM-FIELD AND, WHEN WHAT REMAINS IS ALL DIGITS,
014190*   DELIVERS ITS VALUE IN WS-NUM-VALUE. "NA" AND EMPTY FIELDS
014200*   COME BACK NOT VALID.
014210*----------------------------------------------------------------
014220 VALIDATE-NUMERIC-FIELD.
014230     SET WS-NUM-NOT-VALID TO TRUE.
014240     MOVE ZERO TO WS-NUM-VALUE.
014250     MOVE 10 TO WS-NUM-LEN.
014260     SET WS-TRIM-MORE TO TRUE.
014270     PERFORM TRIM-ONE-NUM-CHAR UNTIL WS-TRIM-DONE.
014280     IF WS-NUM-LEN > ZERO AND
014290        WS-NUM-FIELD(1:WS-NUM-LEN) IS NUMERIC
014300         MOVE FUNCTION NUMVAL(WS-NUM-FIELD(1:WS-NUM-LEN))
014310             TO WS-NUM-VALUE
014320         SET WS-NUM-IS-VALID TO TRUE
014330     END-IF.
014340
014350*----------------------------------------------------------------
014360* TRIM-ONE-NUM-CHAR
014370*   BACKS WS-NUM-LEN OVER ONE TRAILING SPACE OF WS-NUM-FIELD,
014380*   OR MARKS THE TRIM FINISHED.
014390*----------------------------------------------------------------
014400 TRIM-ONE-NUM-CHAR.
014410     IF WS-NUM-LEN = ZERO
014420         SET WS-TRIM-DONE TO TRUE
014430     ELSE
014440         IF WS-NUM-FIELD(WS-NUM-LEN:1) = SPACE
014450             SUBTRACT 1 FROM WS-NUM-LEN
014460         ELSE
014470             SET WS-TRIM-DONE TO TRUE
014480         END-IF
014490     END-IF.
014500
014510*----------------------------------------------------------------
014520* BUILD-TIMESTAMP
014530*   FORMATS TODAY'S DATE AND THE CURRENT TIME INTO WS-TIMESTAMP
014540*   FOR THE REPORT HEADER AND THE CONSOLE MESSAGES.
014550*----------------------------------------------------------------
014560 BUILD-TIMESTAMP.
014570     ACCEPT WS-CURRENT-DATE-FIELDS FROM DATE YYYYMMDD.
014580     ACCEPT WS-CURRENT-TIME-FIELDS FROM TIME.
014590     STRING WS-CD-YYYY           DELIMITED BY SIZE
014600            "-"                  DELIMITED BY SIZE
014610            WS-CD-MM             DELIMITED BY SIZE
014620            "-"                  DELIMITED BY SIZE
014630            WS-CD-DD             DELIMITED BY SIZE
014640            " "                  DELIMITED BY SIZE
014650            WS-CT-HH             DELIMITED BY SIZE
014660            ":"                  DELIMITED BY SIZE
014670            WS-CT-MM             DELIMITED BY SIZE
014680            ":"                  DELIMITED BY SIZE
014690            WS-CT-SS             DELIMITED BY SIZE
014700            INTO WS-TIMESTAMP.
014710
014720*----------------------------------------------------------------
014730* WRITE-REPORT-HEADER
014740*   WRITES THE ENGAGEMENT-REPORT TITLE BLOCK AND THE HEADING OF
014750*   THE QUERY SECTION.
014760*----------------------------------------------------------------
014770 WRITE-REPORT-HEADER.
014780     MOVE SPACES TO REPORT-LINE.
014790     STRING "Atualizacao de engajamento - " DELIMITED BY SIZE
014800            WS-TIMESTAMP DELIMITED BY SIZE
014810            INTO REPORT-LINE.
014820     WRITE REPORT-LINE.
014830     MOVE SPACES TO REPORT-LINE.
014840     WRITE REPORT-LINE.
014850     MOVE "Consultas desta execucao (idade do snapshot em dias)"
014860         TO REPORT-LINE.
014870     WRITE REPORT-LINE.
014880     IF WS-DUE-COUNT = ZERO
014890         MOVE "  Nenhum post com snapshot pendente" TO REPORT-LINE
014900         WRITE REPORT-LINE
014910     END-IF.
014920
014930*----------------------------------------------------------------
014940* WRITE-REPORT-TOTALS
014950*   WRITES THE RUN TOTALS.
014960*----------------------------------------------------------------
014970 WRITE-REPORT-TOTALS.
014980     MOVE SPACES TO REPORT-LINE.
014990     WRITE REPORT-LINE.
015000     MOVE SPACES TO REPORT-LINE.
015010     MOVE WS-TOTAL-DUE TO WS-COUNT-DISPLAY.
015020     STRING "Posts com snapshot pendente: " DELIMITED BY SIZE
015030            WS-COUNT-DISPLAY DELIMITED BY SIZE
015040            INTO REPORT-LINE.
015050     WRITE REPORT-LINE.
015060     MOVE SPACES TO REPORT-LINE.
015070     MOVE WS-TOTAL-DEFERRED TO WS-COUNT-DISPLAY.
015080     STRING "  Adiados (acima de ENGAGE-MAX): " DELIMITED BY SIZE
015090            WS-COUNT-DISPLAY DELIMITED BY SIZE
015100            INTO REPORT-LINE.
015110     WRITE REPORT-LINE.
015120     MOVE SPACES TO REPORT-LINE.
015130     MOVE WS-TOTAL-QUERIED TO WS-COUNT-DISPLAY.
015140     STRING "Consultas feitas: " DELIMITED BY SIZE
015150            WS-COUNT-DISPLAY DELIMITED BY SIZE
015160            INTO REPORT-LINE.
015170     WRITE REPORT-LINE.
015180     MOVE SPACES TO REPORT-LINE.
015190     MOVE WS-TOTAL-REFRESHED TO WS-COUNT-DISPLAY.
015200     STRING "  Snapshots gravados: " DELIMITED BY SIZE
015210            WS-COUNT-DISPLAY DELIMITED BY SIZE
015220            INTO REPORT-LINE.
015230     WRITE REPORT-LINE.
015240     MOVE SPACES TO REPORT-LINE.
015250     MOVE WS-TOTAL-BASELINE TO WS-COUNT-DISPLAY.
015260     STRING "  Capturas iniciais registradas: " DELIMITED BY SIZE
015270            WS-COUNT-DISPLAY DELIMITED BY SIZE
015280            INTO REPORT-LINE.
015290     WRITE REPORT-LINE.
015300     MOVE SPACES TO REPORT-LINE.
015310     MOVE WS-TOTAL-GONE TO WS-COUNT-DISPLAY.
015320     STRING "  Posts removidos do Instagram: " DELIMITED BY SIZE
015330            WS-COUNT-DISPLAY DELIMITED BY SIZE
015340            INTO REPORT-LINE.
015350     WRITE REPORT-LINE.
015360     MOVE SPACES TO REPORT-LINE.
015370     MOVE WS-TOTAL-FAILED TO WS-COUNT-DISPLAY.
015380     STRING "  Falhas (repetidas na proxima execucao): "
015390            DELIMITED BY SIZE
015400            WS-COUNT-DISPLAY DELIMITED BY SIZE
015410            INTO REPORT-LINE.
015420     WRITE REPORT-LINE.
