000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. RUNTREND.
000120 AUTHOR. R-SONATT.
000130 INSTALLATION. MEDIA-ARCHIVE-UNIT.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-15  RS   ORIGINAL PROGRAM - RUN TREND. READS THE
000200*                  RUN-HISTORY FILE THE NIGHTLY PROGRAM AND
000210*                  QUEUEBUILDER APPEND TO, TAKES THE LAST RUN OF
000220*                  EACH AND COMPARES IT WITH THE AVERAGE OF THE
000230*                  RUNS BEFORE IT (CONFIG TREND-RUNS, DEFAULT AND
000240*                  MAXIMUM 30; RUNS THAT ENDED IN ABEND ARE LEFT
000250*                  OUT OF THE BASELINE). A SUCCESS RATE THAT DROPS
000260*                  MORE THAN TREND-SUCCESS-DROP POINTS, A SPEED
000270*                  THAT DROPS MORE THAN TREND-SPEED-DROP PERCENT,
000280*                  A QUEUE THAT SHRINKS MORE THAN
000290*                  TREND-QUEUED-DROP PERCENT, OR A FAILURE COUNT
000300*                  THAT GROWS PAST TREND-REASON-FACTOR TIMES ITS
000310*                  AVERAGE (AND AT LEAST TREND-REASON-MIN) IS
000320*                  FLAGGED IN THE TRENDRPT REPORT. EXIT CODE 1
000330*                  WHEN ANYTHING IS FLAGGED.
000340*----------------------------------------------------------------
000350
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390
000400     SELECT RUN-HISTORY ASSIGN TO "RUNHIST"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-RUNHIST-STATUS.
000430
000440     SELECT TREND-REPORT ASSIGN TO "TRENDRPT"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-REPORT-STATUS.
000470
000480     SELECT CONFIG-FILE ASSIGN TO "CONFIG"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-CONFIG-STATUS.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540
000550*----------------------------------------------------------------
000560* RUN-HISTORY HOLDS ONE RECORD PER RUN OF THE NIGHTLY PROGRAM
000570* ("DOWNLOAD") AND OF QUEUEBUILDER ("QUEUEBLD"), OLDEST FIRST.
000580* RH-END-TYPE IS NORMAL, JANELA (RUN WINDOW USED UP), TAXA
000590* (STOPPED BY RATE-LIMITING) OR ABEND. THE REASON COUNTS FOLLOW
000600* THE NIGHTLY PROGRAM'S REASON ORDER.
000610*----------------------------------------------------------------
000620 FD  RUN-HISTORY
000630     RECORD CONTAINS 149 CHARACTERS.
000640 01  RUN-HISTORY-RECORD.
000650     05  RH-PROGRAM              PIC X(08).
000660     05  FILLER                  PIC X(01).
000670     05  RH-START-STAMP          PIC X(19).
000680     05  FILLER                  PIC X(01).
000690     05  RH-END-STAMP            PIC X(19).
000700     05  FILLER                  PIC X(01).
000710     05  RH-END-TYPE             PIC X(06).
000720     05  FILLER                  PIC X(01).
000730     05  RH-RETURN-CODE          PIC 9(02).
000740     05  RH-QUEUE-SIZE           PIC 9(07).
000750     05  RH-PROCESSED            PIC 9(07).
000760     05  RH-SUCCESS              PIC 9(07).
000770     05  RH-FAILED               PIC 9(07).
000780     05  RH-SKIPPED              PIC 9(07).
000790     05  RH-EXPIRED              PIC 9(07).
000800     05  RH-DUPLICATE            PIC 9(07).
000810     05  RH-ITEMS-PER-HOUR       PIC 9(07).
000820     05  RH-REASON-COUNT         PIC 9(05)  OCCURS 7 TIMES.
000830
000840 FD  TREND-REPORT
000850     RECORD CONTAINS 132 CHARACTERS.
000860 01  REPORT-LINE                 PIC X(132).
000870
000880 FD  CONFIG-FILE
000890     RECORD CONTAINS 80 CHARACTERS.
000900 01  CONFIG-RECORD.
000910     05  CFG-LINE                PIC X(80).
000920
000930 WORKING-STORAGE SECTION.
000940
000950*----------------------------------------------------------------
000960* STANDALONE ITEMS
000970*----------------------------------------------------------------
000980 77  WS-RUNHIST-STATUS           PIC X(02)  VALUE "00".
000990 77  WS-REPORT-STATUS            PIC X(02)  VALUE "00".
001000 77  WS-CONFIG-STATUS            PIC X(02)  VALUE "00".
001010 77  WS-CFG-KEYWORD              PIC X(20).
001020 77  WS-CFG-VALUE                PIC X(20).
001030 77  WS-TIMESTAMP                PIC X(19).
001040 77  WS-TREND-PROGRAM            PIC X(08)  VALUE SPACES.
001050 77  WS-TREND-RUNS               PIC 9(05)  COMP  VALUE 30.
001060 77  WS-TREND-MIN-RUNS           PIC 9(05)  COMP  VALUE 5.
001070 77  WS-SUCCESS-DROP             PIC 9(05)  COMP  VALUE 10.
001080 77  WS-SPEED-DROP               PIC 9(05)  COMP  VALUE 30.
001090 77  WS-QUEUED-DROP              PIC 9(05)  COMP  VALUE 50.
001100 77  WS-REASON-FACTOR            PIC 9(05)  COMP  VALUE 2.
001110 77  WS-REASON-MIN               PIC 9(05)  COMP  VALUE 3.
001120 77  WS-DROP-LIMIT               PIC 9(05)  COMP  VALUE ZERO.
001130 77  WS-BASE-COUNT               PIC 9(05)  COMP  VALUE ZERO.
001140 77  WS-BASE-TABLE-MAX           PIC 9(05)  COMP  VALUE 30.
001150 77  WS-SHIFT-SUB                PIC 9(05)  COMP  VALUE ZERO.
001160 77  WS-REASON-SUB               PIC 9(05)  COMP  VALUE ZERO.
001170 77  WS-PROGRAM-RUNS             PIC 9(07)  COMP  VALUE ZERO.
001180 77  WS-ABEND-RUNS               PIC 9(07)  COMP  VALUE ZERO.
001190 77  WS-BAD-RECORDS              PIC 9(07)  COMP  VALUE ZERO.
001200 77  WS-TOTAL-ALERTS             PIC 9(05)  COMP  VALUE ZERO.
001210 77  WS-PROGRAM-ALERTS           PIC 9(05)  COMP  VALUE ZERO.
001220 77  WS-LAST-VALUE               PIC 9(09)V9  VALUE ZERO.
001230 77  WS-BASE-AVERAGE             PIC 9(09)V9  VALUE ZERO.
001240 77  WS-DROP-VALUE               PIC 9(09)V9  VALUE ZERO.
001250 77  WS-DROP-PCT                 PIC 9(09)V9  VALUE ZERO.
001260 77  WS-RISE-LIMIT               PIC 9(11)V9  VALUE ZERO.
001270 77  WS-COUNT-DISPLAY            PIC ZZZZZZ9.
001280 77  WS-LIMIT-DISPLAY            PIC ZZZZ9.
001290 77  WS-MIN-DISPLAY              PIC ZZZZ9.
001300 77  WS-RC-DISPLAY               PIC 9(02).
001310
001320*----------------------------------------------------------------
001330* CURRENT DATE / TIME WORK AREAS (USED TO BUILD WS-TIMESTAMP)
001340*----------------------------------------------------------------
001350 01  WS-CURRENT-DATE-FIELDS.
001360     05  WS-CD-YYYY              PIC 9(04).
001370     05  WS-CD-MM                PIC 9(02).
001380     05  WS-CD-DD                PIC 9(02).
001390
001400 01  WS-CURRENT-TIME-FIELDS.
001410     05  WS-CT-HH                PIC 9(02).
001420     05  WS-CT-MM                PIC 9(02).
001430     05  WS-CT-SS                PIC 9(02).
001440     05  WS-CT-HH2               PIC 9(02).
001450
001460*----------------------------------------------------------------
001470* SWITCHES
001480*----------------------------------------------------------------
001490 01  WS-SWITCHES.
001500     05  WS-RUNHIST-EOF-SWITCH   PIC X(01)  VALUE "N".
001510         88  WS-END-OF-RUNHIST              VALUE "Y".
001520     05  WS-CONFIG-EOF-SWITCH    PIC X(01)  VALUE "N".
001530         88  WS-END-OF-CONFIG               VALUE "Y".
001540     05  WS-PENDING-SWITCH       PIC X(01)  VALUE "N".
001550         88  WS-HAS-PENDING-RUN             VALUE "Y".
001560         88  WS-NO-PENDING-RUN              VALUE "N".
001570
001580*----------------------------------------------------------------
001590* RUN WORK RECORD - ONE RUN-HISTORY RECORD HELD IN STORAGE: THE
001600* PENDING (MOST RECENT) RUN, OR A BASELINE RUN BEING ADDED UP.
001610*----------------------------------------------------------------
001620 01  WS-PENDING-RUN              PIC X(149).
001630
001640 01  WS-RUN-WORK.
001650     05  RW-PROGRAM              PIC X(08).
001660     05  FILLER                  PIC X(01).
001670     05  RW-START-STAMP          PIC X(19).
001680     05  FILLER                  PIC X(01).
001690     05  RW-END-STAMP            PIC X(19).
001700     05  FILLER                  PIC X(01).
001710     05  RW-END-TYPE             PIC X(06).
001720     05  FILLER                  PIC X(01).
001730     05  RW-RETURN-CODE          PIC 9(02).
001740     05  RW-QUEUE-SIZE           PIC 9(07).
001750     05  RW-PROCESSED            PIC 9(07).
001760     05  RW-SUCCESS              PIC 9(07).
001770     05  RW-FAILED               PIC 9(07).
001780     05  RW-SKIPPED              PIC 9(07).
001790     05  RW-EXPIRED              PIC 9(07).
001800     05  RW-DUPLICATE            PIC 9(07).
001810     05  RW-ITEMS-PER-HOUR       PIC 9(07).
001820     05  RW-REASON-COUNT         PIC 9(05)  OCCURS 7 TIMES.
001830
001840*----------------------------------------------------------------
001850* BASELINE TABLE - THE RUNS BEFORE THE LAST ONE THAT DID NOT END
001860* IN ABEND, OLDEST FIRST. ONCE FULL THE OLDEST RUN DROPS OFF THE
001870* TOP AS EACH NEWER ONE IS ADDED.
001880*----------------------------------------------------------------
001890 01  WS-BASE-TABLE.
001900     05  WS-BASE-ENTRY           PIC X(149)
001910                                  OCCURS 30 TIMES
001920                                  INDEXED BY WS-BASE-IDX.
001930
001940*----------------------------------------------------------------
001950* METRIC DEFINITIONS - ONE ENTRY PER METRIC, IN THE ORDER THE
001960* VALUES ARE TAKEN FROM A RUN RECORD: THE REPORT LABEL AND HOW
001970* THE METRIC IS CHECKED. I = SHOWN ONLY, P = SUCCESS RATE (DROP
001980* IN POINTS), S = SPEED (DROP IN PERCENT), Q = QUEUED POSTS (DROP
001990* IN PERCENT), F = FAILURE COUNT (RISE PAST A MULTIPLE OF THE
002000* AVERAGE). ENTRIES LEFT BLANK ARE NOT USED FOR THAT PROGRAM.
002010*----------------------------------------------------------------
002020 01  WS-DL-METRIC-DATA.
002030     05  FILLER                  PIC X(28)
002040                                  VALUE "Tamanho da fila".
002050     05  FILLER                  PIC X(01)  VALUE "I".
002060     05  FILLER                  PIC X(28)
002070                                  VALUE "Itens processados".
002080     05  FILLER                  PIC X(01)  VALUE "I".
002090     05  FILLER                  PIC X(28)
002100                                  VALUE "Taxa de sucesso (%)".
002110     05  FILLER                  PIC X(01)  VALUE "P".
002120     05  FILLER                  PIC X(28)
002130                                  VALUE "Itens por hora".
002140     05  FILLER                  PIC X(01)  VALUE "S".
002150     05  FILLER                  PIC X(28)  VALUE "Falhas".
002160     05  FILLER                  PIC X(01)  VALUE "F".
002170     05  FILLER                  PIC X(28)  VALUE "Ignorados".
002180     05  FILLER                  PIC X(01)  VALUE "I".
002190     05  FILLER                  PIC X(28)  VALUE "Expirados".
002200     05  FILLER                  PIC X(01)  VALUE "F".
002210     05  FILLER                  PIC X(28)
002220                                  VALUE "Duplicados de conteudo".
002230     05  FILLER                  PIC X(01)  VALUE "I".
002240     05  FILLER                  PIC X(28)
002250                                  VALUE "  CONTA-PRIVADA".
002260     05  FILLER                  PIC X(01)  VALUE "F".
002270     05  FILLER                  PIC X(28)  VALUE "  REMOVIDO".
002280     05  FILLER                  PIC X(01)  VALUE "F".
002290     05  FILLER                  PIC X(28)
002300                                  VALUE "  LOGIN-NECESSARIO".
002310     05  FILLER                  PIC X(01)  VALUE "F".
002320     05  FILLER                  PIC X(28)  VALUE "  LIMITE-TAXA".
002330     05  FILLER                  PIC X(01)  VALUE "F".
002340     05  FILLER                  PIC X(28)  VALUE "  ERRO-REDE".
002350     05  FILLER                  PIC X(01)  VALUE "F".
002360     05  FILLER                  PIC X(28)
002370                                  VALUE "  DESCONHECIDO".
002380     05  FILLER                  PIC X(01)  VALUE "F".
002390     05  FILLER                  PIC X(28)  VALUE "  BLOQUEADO".
002400     05  FILLER                  PIC X(01)  VALUE "F".
002410
002420 01  WS-QB-METRIC-DATA.
002430     05  FILLER                  PIC X(28)
002440                                  VALUE "Posts enfileirados".
002450     05  FILLER                  PIC X(01)  VALUE "Q".
002460     05  FILLER                  PIC X(28)
002470                                  VALUE "Contas listadas".
002480     05  FILLER                  PIC X(01)  VALUE "I".
002490     05  FILLER                  PIC X(28)
002500                                  VALUE "Contas sem erro (%)".
002510     05  FILLER                  PIC X(01)  VALUE "P".
002520     05  FILLER                  PIC X(28)
002530                                  VALUE "Contas por hora".
002540     05  FILLER                  PIC X(01)  VALUE "I".
002550     05  FILLER                  PIC X(28)
002560                                  VALUE "Erros de listagem".
002570     05  FILLER                  PIC X(01)  VALUE "F".
002580     05  FILLER                  PIC X(28)
002590                                  VALUE "Contas bloqueadas".
002600     05  FILLER                  PIC X(01)  VALUE "I".
002610     05  FILLER                  PIC X(261) VALUE SPACES.
002620
002630*----------------------------------------------------------------
002640* METRIC TABLE - THE DEFINITIONS OF THE PROGRAM BEING ANALYZED
002650* (COPIED FROM ONE OF THE TABLES ABOVE), THE VALUES TAKEN FROM
002660* ONE RUN RECORD, THE LAST RUN'S VALUES AND THE BASELINE SUMS.
002670* A VALUE IS NOT VALID WHEN IT CANNOT BE WORKED OUT (A RATE FOR
002680* A RUN THAT PROCESSED NOTHING); ONLY VALID VALUES ARE SUMMED.
002690*----------------------------------------------------------------
002700 01  WS-METRIC-DEFS.
002710     05  WS-MD-ENTRY             OCCURS 15 TIMES.
002720         10  WS-MD-LABEL         PIC X(28).
002730         10  WS-MD-KIND          PIC X(01).
002740
002750 01  WS-METRIC-TABLE.
002760     05  WS-MT-ENTRY             OCCURS 15 TIMES
002770                                  INDEXED BY WS-MT-IDX.
002780         10  WS-MT-VALUE         PIC 9(09)V9.
002790         10  WS-MT-VALUE-SW      PIC X(01).
002800             88  WS-MT-VALUE-VALID          VALUE "Y".
002810             88  WS-MT-VALUE-NOT-VALID      VALUE "N".
002820         10  WS-MT-LAST          PIC 9(09)V9.
002830         10  WS-MT-LAST-SW       PIC X(01).
002840             88  WS-MT-LAST-VALID           VALUE "Y".
002850         10  WS-MT-SUM           PIC 9(11)V9.
002860         10  WS-MT-RUNS          PIC 9(05)  COMP.
002870
002880 77  WS-METRIC-COUNT             PIC 9(05)  COMP  VALUE 15.
002890
002900*----------------------------------------------------------------
002910* METRIC LINE - ONE REPORT LINE PER METRIC: LAST RUN, BASELINE
002920* AVERAGE, OK / ALERTA / INFO AND WHY.
002930*----------------------------------------------------------------
002940 01  WS-METRIC-LINE.
002950     05  FILLER                  PIC X(02)  VALUE SPACES.
002960     05  ML-LABEL                PIC X(28).
002970     05  ML-LAST                 PIC X(12).
002980     05  FILLER                  PIC X(02)  VALUE SPACES.
002990     05  ML-BASE                 PIC X(12).
003000     05  FILLER                  PIC X(02)  VALUE SPACES.
003010     05  ML-STATUS               PIC X(06).
003020     05  FILLER                  PIC X(02)  VALUE SPACES.
003030     05  ML-NOTE                 PIC X(60).
003040     05  FILLER                  PIC X(06)  VALUE SPACES.
003050
003060 77  WS-VALUE-DISPLAY            PIC ZZZZZZZZ9.9.
003070
003080 PROCEDURE DIVISION.
003090
003100*----------------------------------------------------------------
003110* MAIN-PROCEDURE
003120*   ANALYZES THE NIGHTLY PROGRAM'S RUNS, THEN QUEUEBUILDER'S,
003130*   AND ENDS WITH THE NUMBER OF METRICS FLAGGED.
003140*----------------------------------------------------------------
003150 MAIN-PROCEDURE.
003160     DISPLAY "Tendencia das execucoes".
003170     PERFORM BUILD-TIMESTAMP.
003180     DISPLAY "Inicio: " WS-TIMESTAMP.
003190     PERFORM LOAD-CONFIG.
003200
003210     OPEN OUTPUT TREND-REPORT.
003220     IF WS-REPORT-STATUS NOT = "00"
003230         DISPLAY "Nao foi possivel abrir TREND-REPORT"
003240         MOVE 1 TO RETURN-CODE
003250         STOP RUN
003260     END-IF.
003270     PERFORM WRITE-REPORT-HEADER.
003280
003290     MOVE "DOWNLOAD" TO WS-TREND-PROGRAM.
003300     MOVE WS-DL-METRIC-DATA TO WS-METRIC-DEFS.
003310     PERFORM ANALYZE-PROGRAM.
003320     MOVE "QUEUEBLD" TO WS-TREND-PROGRAM.
003330     MOVE WS-QB-METRIC-DATA TO WS-METRIC-DEFS.
003340     PERFORM ANALYZE-PROGRAM.
003350
003360     MOVE SPACES TO REPORT-LINE.
003370     WRITE REPORT-LINE.
003380     MOVE SPACES TO REPORT-LINE.
003390     MOVE WS-TOTAL-ALERTS TO WS-COUNT-DISPLAY.
003400     STRING "Metricas em alerta: " DELIMITED BY SIZE
003410            WS-COUNT-DISPLAY DELIMITED BY SIZE
003420            INTO REPORT-LINE.
003430     WRITE REPORT-LINE.
003440     CLOSE TREND-REPORT.
003450
003460     DISPLAY "Metricas em alerta: " WS-COUNT-DISPLAY.
003470     PERFORM BUILD-TIMESTAMP.
003480     DISPLAY "Fim: " WS-TIMESTAMP.
003490     IF WS-TOTAL-ALERTS > ZERO
003500         MOVE 1 TO RETURN-CODE
003510     ELSE
003520         MOVE 0 TO RETURN-CODE
003530     END-IF.
003540     STOP RUN.
003550
003560*----------------------------------------------------------------
003570* LOAD-CONFIG
003580*   READS THE OPTIONAL CONFIG-FILE OF "KEYWORD VALUE" LINES THE
003590*   SAME WAY THE NIGHTLY PROGRAM DOES. A BASELINE LONGER THAN
003600*   THE TABLE IS CUT TO THE TABLE SIZE.
003610*----------------------------------------------------------------
003620 LOAD-CONFIG.
003630     OPEN INPUT CONFIG-FILE.
003640     IF WS-CONFIG-STATUS = "00"
003650         PERFORM READ-CONFIG-RECORD UNTIL WS-END-OF-CONFIG
003660         CLOSE CONFIG-FILE
003670     END-IF.
003680     IF WS-TREND-RUNS = ZERO OR WS-TREND-RUNS > WS-BASE-TABLE-MAX
003690         MOVE WS-BASE-TABLE-MAX TO WS-TREND-RUNS
003700     END-IF.
003710     IF WS-TREND-MIN-RUNS > WS-TREND-RUNS
003720         MOVE WS-TREND-RUNS TO WS-TREND-MIN-RUNS
003730     END-IF.
003740     IF WS-REASON-FACTOR = ZERO
003750         MOVE 1 TO WS-REASON-FACTOR
003760     END-IF.
003770
003780*----------------------------------------------------------------
003790* READ-CONFIG-RECORD
003800*   READS ONE CONFIG-FILE LINE AND APPLIES ANY RECOGNIZED
003810*   KEYWORD.
003820*----------------------------------------------------------------
003830 READ-CONFIG-RECORD.
003840     READ CONFIG-FILE
003850         AT END
003860             SET WS-END-OF-CONFIG TO TRUE
003870         NOT AT END
003880             PERFORM APPLY-CONFIG-KEYWORD
003890     END-READ.
003900
003910*----------------------------------------------------------------
003920* APPLY-CONFIG-KEYWORD
003930*   SPLITS ONE CONFIG-FILE LINE INTO KEYWORD AND VALUE AND
003940*   APPLIES THE TREND TOLERANCES. UNKNOWN KEYWORDS ARE IGNORED.
003950*----------------------------------------------------------------
003960 APPLY-CONFIG-KEYWORD.
003970     MOVE SPACES TO WS-CFG-KEYWORD.
003980     MOVE SPACES TO WS-CFG-VALUE.
003990     UNSTRING CFG-LINE DELIMITED BY ALL SPACE
004000         INTO WS-CFG-KEYWORD WS-CFG-VALUE
004010     END-UNSTRING.
004020     MOVE FUNCTION UPPER-CASE(WS-CFG-KEYWORD) TO WS-CFG-KEYWORD.
004030     IF WS-CFG-KEYWORD = "TREND-RUNS"
004040         MOVE FUNCTION NUMVAL(WS-CFG-VALUE) TO WS-TREND-RUNS
004050     END-IF.
004060     IF WS-CFG-KEYWORD = "TREND-MIN-RUNS"
004070         MOVE FUNCTION NUMVAL(WS-CFG-VALUE) TO WS-TREND-MIN-RUNS
004080     END-IF.
004090     IF WS-CFG-KEYWORD = "TREND-SUCCESS-DROP"
004100         MOVE FUNCTION NUMVAL(WS-CFG-VALUE) TO WS-SUCCESS-DROP
004110     END-IF.
004120     IF WS-CFG-KEYWORD = "TREND-SPEED-DROP"
004130         MOVE FUNCTION NUMVAL(WS-CFG-VALUE) TO WS-SPEED-DROP
004140     END-IF.
004150     IF WS-CFG-KEYWORD = "TREND-QUEUED-DROP"
004160         MOVE FUNCTION NUMVAL(WS-CFG-VALUE) TO WS-QUEUED-DROP
004170     END-IF.
004180     IF WS-CFG-KEYWORD = "TREND-REASON-FACTOR"
004190         MOVE FUNCTION NUMVAL(WS-CFG-VALUE) TO WS-REASON-FACTOR
004200     END-IF.
004210     IF WS-CFG-KEYWORD = "TREND-REASON-MIN"
004220         MOVE FUNCTION NUMVAL(WS-CFG-VALUE) TO WS-REASON-MIN
004230     END-IF.
004240
004250*----------------------------------------------------------------
004260* ANALYZE-PROGRAM
004270*   READS RUN-HISTORY FOR THE RUNS OF WS-TREND-PROGRAM, KEEPING
004280*   THE MOST RECENT ONE ASIDE AND THE ONES BEFORE IT IN THE
004290*   BASELINE TABLE, THEN REPORTS THE LAST RUN AGAINST THE
004300*   BASELINE AVERAGE.
004310*----------------------------------------------------------------
004320 ANALYZE-PROGRAM.
004330     MOVE ZERO TO WS-BASE-COUNT.
004340     MOVE ZERO TO WS-PROGRAM-RUNS.
004350     MOVE ZERO TO WS-ABEND-RUNS.
004360     MOVE ZERO TO WS-BAD-RECORDS.
004370     MOVE ZERO TO WS-PROGRAM-ALERTS.
004380     SET WS-NO-PENDING-RUN TO TRUE.
004390     MOVE "N" TO WS-RUNHIST-EOF-SWITCH.
004400
004410     MOVE SPACES TO REPORT-LINE.
004420     WRITE REPORT-LINE.
004430     MOVE SPACES TO REPORT-LINE.
004440     STRING "Programa " DELIMITED BY SIZE
004450            WS-TREND-PROGRAM DELIMITED BY SPACE
004460            INTO REPORT-LINE.
004470     WRITE REPORT-LINE.
004480
004490     OPEN INPUT RUN-HISTORY.
004500     IF WS-RUNHIST-STATUS = "00"
004510         PERFORM READ-ONE-RUN-RECORD UNTIL WS-END-OF-RUNHIST
004520         CLOSE RUN-HISTORY
004530     END-IF.
004540
004550     IF WS-NO-PENDING-RUN
004560         MOVE "  Nenhuma execucao registrada em RUN-HISTORY"
004570             TO REPORT-LINE
004580         WRITE REPORT-LINE
004590         EXIT PARAGRAPH
004600     END-IF.
004610
004620     PERFORM CLEAR-ONE-METRIC
004630         VARYING WS-MT-IDX FROM 1 BY 1
004640         UNTIL WS-MT-IDX > WS-METRIC-COUNT.
004650     PERFORM ADD-ONE-BASE-RUN
004660         VARYING WS-BASE-IDX FROM 1 BY 1
004670         UNTIL WS-BASE-IDX > WS-BASE-COUNT.
004680     MOVE WS-PENDING-RUN TO WS-RUN-WORK.
004690     PERFORM EXTRACT-RUN-VALUES.
004700     PERFORM KEEP-ONE-LAST-VALUE
004710         VARYING WS-MT-IDX FROM 1 BY 1
004720         UNTIL WS-MT-IDX > WS-METRIC-COUNT.
004730
004740     PERFORM WRITE-LAST-RUN-LINES.
004750     PERFORM WRITE-END-TYPE-LINE.
004760     MOVE SPACES TO REPORT-LINE.
004770     MOVE "  Metrica                     Ultima        Media base"
004780         TO REPORT-LINE(1:54).
004790     MOVE "    Situacao" TO REPORT-LINE(55:12).
004800     WRITE REPORT-LINE.
004810     PERFORM CHECK-ONE-METRIC
004820         VARYING WS-MT-IDX FROM 1 BY 1
004830         UNTIL WS-MT-IDX > WS-METRIC-COUNT.
004840
004850     MOVE SPACES TO REPORT-LINE.
004860     MOVE WS-PROGRAM-ALERTS TO WS-COUNT-DISPLAY.
004870     STRING "  Alertas deste programa: " DELIMITED BY SIZE
004880            WS-COUNT-DISPLAY DELIMITED BY SIZE
004890            INTO REPORT-LINE.
004900     WRITE REPORT-LINE.
004910     ADD WS-PROGRAM-ALERTS TO WS-TOTAL-ALERTS.
004920
004930*----------------------------------------------------------------
004940* READ-ONE-RUN-RECORD
004950*   READS ONE RUN-HISTORY RECORD. A RECORD OF THE PROGRAM BEING
004960*   ANALYZED BECOMES THE PENDING RUN, AND THE RUN THAT WAS
004970*   PENDING BEFORE IT MOVES INTO THE BASELINE. RECORDS WHOSE
004980*   COUNTS ARE NOT NUMERIC ARE COUNTED AND SKIPPED.
004990*----------------------------------------------------------------
005000 READ-ONE-RUN-RECORD.
005010     READ RUN-HISTORY
005020         AT END
005030             SET WS-END-OF-RUNHIST TO TRUE
005040             EXIT PARAGRAPH
005050     END-READ.
005060     IF RH-PROGRAM NOT = WS-TREND-PROGRAM
005070         EXIT PARAGRAPH
005080     END-IF.
005090     IF RH-RETURN-CODE NOT NUMERIC
005100        OR RH-QUEUE-SIZE NOT NUMERIC
005110        OR RH-PROCESSED NOT NUMERIC
005120        OR RH-SUCCESS NOT NUMERIC
005130        OR RH-FAILED NOT NUMERIC
005140        OR RH-SKIPPED NOT NUMERIC
005150        OR RH-EXPIRED NOT NUMERIC
005160        OR RH-DUPLICATE NOT NUMERIC
005170        OR RH-ITEMS-PER-HOUR NOT NUMERIC
005180         ADD 1 TO WS-BAD-RECORDS
005190         EXIT PARAGRAPH
005200     END-IF.
005210     ADD 1 TO WS-PROGRAM-RUNS.
005220     IF WS-HAS-PENDING-RUN
005230         PERFORM PUSH-PENDING-TO-BASE
005240     END-IF.
005250     MOVE RUN-HISTORY-RECORD TO WS-PENDING-RUN.
005260     SET WS-HAS-PENDING-RUN TO TRUE.
005270
005280*----------------------------------------------------------------
005290* PUSH-PENDING-TO-BASE
005300*   ADDS THE PENDING RUN TO THE END OF THE BASELINE TABLE UNLESS
005310*   IT ENDED IN ABEND. WHEN THE TABLE HOLDS TREND-RUNS RUNS THE
005320*   OLDEST ONE IS DROPPED FIRST.
005330*----------------------------------------------------------------
005340 PUSH-PENDING-TO-BASE.
005350     MOVE WS-PENDING-RUN TO WS-RUN-WORK.
005360     IF RW-END-TYPE = "ABEND"
005370         ADD 1 TO WS-ABEND-RUNS
005380         EXIT PARAGRAPH
005390     END-IF.
005400     IF WS-BASE-COUNT < WS-TREND-RUNS
005410         ADD 1 TO WS-BASE-COUNT
005420     ELSE
005430         PERFORM SHIFT-ONE-BASE-RUN
005440             VARYING WS-SHIFT-SUB FROM 1 BY 1
005450             UNTIL WS-SHIFT-SUB >= WS-BASE-COUNT
005460     END-IF.
005470     MOVE WS-PENDING-RUN TO WS-BASE-ENTRY(WS-BASE-COUNT).
005480
005490*----------------------------------------------------------------
005500* SHIFT-ONE-BASE-RUN
005510*   MOVES ONE BASELINE RUN UP ONE SLOT. USED AS THE VARYING
005520*   PARAGRAPH OF PUSH-PENDING-TO-BASE.
005530*----------------------------------------------------------------
005540 SHIFT-ONE-BASE-RUN.
005550     MOVE WS-BASE-ENTRY(WS-SHIFT-SUB + 1)
005560         TO WS-BASE-ENTRY(WS-SHIFT-SUB).
005570
005580*----------------------------------------------------------------
005590* CLEAR-ONE-METRIC
005600*   ZEROES THE LAST VALUE AND THE BASELINE SUM OF ONE METRIC.
005610*   USED AS THE VARYING PARAGRAPH OF ANALYZE-PROGRAM.
005620*----------------------------------------------------------------
005630 CLEAR-ONE-METRIC.
005640     MOVE ZERO TO WS-MT-VALUE(WS-MT-IDX).
005650     MOVE ZERO TO WS-MT-LAST(WS-MT-IDX).
005660     MOVE "N" TO WS-MT-LAST-SW(WS-MT-IDX).
005670     MOVE ZERO TO WS-MT-SUM(WS-MT-IDX).
005680     MOVE ZERO TO WS-MT-RUNS(WS-MT-IDX).
005690
005700*----------------------------------------------------------------
005710* ADD-ONE-BASE-RUN
005720*   TAKES THE METRIC VALUES OF ONE BASELINE RUN AND ADDS THE
005730*   VALID ONES TO THE BASELINE SUMS. USED AS THE VARYING
005740*   PARAGRAPH OF ANALYZE-PROGRAM.
005750*----------------------------------------------------------------
005760 ADD-ONE-BASE-RUN.
005770     MOVE WS-BASE-ENTRY(WS-BASE-IDX) TO WS-RUN-WORK.
005780     PERFORM EXTRACT-RUN-VALUES.
005790     PERFORM ADD-ONE-METRIC-VALUE
005800         VARYING WS-MT-IDX FROM 1 BY 1
005810         UNTIL WS-MT-IDX > WS-METRIC-COUNT.
005820
005830*----------------------------------------------------------------
005840* ADD-ONE-METRIC-VALUE
005850*   ADDS ONE VALID METRIC VALUE TO ITS BASELINE SUM. USED AS THE
005860*   VARYING PARAGRAPH OF ADD-ONE-BASE-RUN.
005870*----------------------------------------------------------------
005880 ADD-ONE-METRIC-VALUE.
005890     IF WS-MT-VALUE-VALID(WS-MT-IDX)
005900         ADD WS-MT-VALUE(WS-MT-IDX) TO WS-MT-SUM(WS-MT-IDX)
005910         ADD 1 TO WS-MT-RUNS(WS-MT-IDX)
005920     END-IF.
005930
005940*----------------------------------------------------------------
005950* KEEP-ONE-LAST-VALUE
005960*   KEEPS ONE METRIC VALUE OF THE LAST RUN. USED AS THE VARYING
005970*   PARAGRAPH OF ANALYZE-PROGRAM.
005980*----------------------------------------------------------------
005990 KEEP-ONE-LAST-VALUE.
006000     MOVE WS-MT-VALUE(WS-MT-IDX) TO WS-MT-LAST(WS-MT-IDX).
006010     MOVE WS-MT-VALUE-SW(WS-MT-IDX) TO WS-MT-LAST-SW(WS-MT-IDX).
006020
006030*----------------------------------------------------------------
006040* EXTRACT-RUN-VALUES
006050*   TURNS THE RUN IN WS-RUN-WORK INTO ITS METRIC VALUES, IN THE
006060*   ORDER OF THE METRIC DEFINITIONS. THE SUCCESS RATE AND THE
006070*   SPEED ARE ONLY VALID FOR A RUN THAT PROCESSED SOMETHING.
006080*----------------------------------------------------------------
006090 EXTRACT-RUN-VALUES.
006100     PERFORM MARK-ONE-VALUE-VALID
006110         VARYING WS-MT-IDX FROM 1 BY 1
006120         UNTIL WS-MT-IDX > WS-METRIC-COUNT.
006130     MOVE RW-QUEUE-SIZE          TO WS-MT-VALUE(1).
006140     MOVE RW-PROCESSED           TO WS-MT-VALUE(2).
006150     IF RW-PROCESSED > ZERO
006160         COMPUTE WS-MT-VALUE(3) ROUNDED =
006170             RW-SUCCESS * 100 / RW-PROCESSED
006180     ELSE
006190         MOVE ZERO TO WS-MT-VALUE(3)
006200         SET WS-MT-VALUE-NOT-VALID(3) TO TRUE
006210         SET WS-MT-VALUE-NOT-VALID(4) TO TRUE
006220     END-IF.
006230     MOVE RW-ITEMS-PER-HOUR      TO WS-MT-VALUE(4).
006240     MOVE RW-FAILED              TO WS-MT-VALUE(5).
006250     MOVE RW-SKIPPED             TO WS-MT-VALUE(6).
006260     MOVE RW-EXPIRED             TO WS-MT-VALUE(7).
006270     MOVE RW-DUPLICATE           TO WS-MT-VALUE(8).
006280     PERFORM TAKE-ONE-REASON-VALUE
006290         VARYING WS-REASON-SUB FROM 1 BY 1
006300         UNTIL WS-REASON-SUB > 7.
006310
006320*----------------------------------------------------------------
006330* MARK-ONE-VALUE-VALID
006340*   MARKS ONE METRIC VALUE VALID BEFORE A RUN IS TAKEN APART.
006350*   USED AS THE VARYING PARAGRAPH OF EXTRACT-RUN-VALUES.
006360*----------------------------------------------------------------
006370 MARK-ONE-VALUE-VALID.
006380     SET WS-MT-VALUE-VALID(WS-MT-IDX) TO TRUE.
006390
006400*----------------------------------------------------------------
006410* TAKE-ONE-REASON-VALUE
006420*   TAKES ONE FAILURE-REASON COUNT OF THE RUN INTO ITS METRIC
006430*   (METRICS 9 TO 15). A COUNT THAT IS NOT NUMERIC IS NOT VALID.
006440*   USED AS THE VARYING PARAGRAPH OF EXTRACT-RUN-VALUES.
006450*----------------------------------------------------------------
006460 TAKE-ONE-REASON-VALUE.
006470     SET WS-MT-IDX TO WS-REASON-SUB.
006480     SET WS-MT-IDX UP BY 8.
006490     IF RW-REASON-COUNT(WS-REASON-SUB) NUMERIC
006500         MOVE RW-REASON-COUNT(WS-REASON-SUB)
006510             TO WS-MT-VALUE(WS-MT-IDX)
006520     ELSE
006530         MOVE ZERO TO WS-MT-VALUE(WS-MT-IDX)
006540         SET WS-MT-VALUE-NOT-VALID(WS-MT-IDX) TO TRUE
006550     END-IF.
006560
006570*----------------------------------------------------------------
006580* WRITE-LAST-RUN-LINES
006590*   WRITES WHEN THE LAST RUN STARTED AND ENDED AND HOW MANY RUNS
006600*   MAKE UP THE BASELINE.
006610*----------------------------------------------------------------
006620 WRITE-LAST-RUN-LINES.
006630     MOVE SPACES TO REPORT-LINE.
006640     STRING "  Ultima execucao: " DELIMITED BY SIZE
006650            RW-START-STAMP DELIMITED BY SIZE
006660            " a " DELIMITED BY SIZE
006670            RW-END-STAMP DELIMITED BY SIZE
006680            INTO REPORT-LINE.
006690     WRITE REPORT-LINE.
006700     MOVE SPACES TO REPORT-LINE.
006710     MOVE WS-BASE-COUNT TO WS-COUNT-DISPLAY.
006720     STRING "  Execucoes na base de comparacao: "
006730            DELIMITED BY SIZE
006740            WS-COUNT-DISPLAY DELIMITED BY SIZE
006750            INTO REPORT-LINE.
006760     WRITE REPORT-LINE.
006770     IF WS-ABEND-RUNS > ZERO
006780         MOVE SPACES TO REPORT-LINE
006790         MOVE WS-ABEND-RUNS TO WS-COUNT-DISPLAY
006800         STRING "  Execucoes ABEND fora da base: "
006810                DELIMITED BY SIZE
006820                WS-COUNT-DISPLAY DELIMITED BY SIZE
006830                INTO REPORT-LINE
006840         WRITE REPORT-LINE
006850     END-IF.
006860     IF WS-BAD-RECORDS > ZERO
006870         MOVE SPACES TO REPORT-LINE
006880         MOVE WS-BAD-RECORDS TO WS-COUNT-DISPLAY
006890         STRING "  Registros invalidos ignorados: "
006900                DELIMITED BY SIZE
006910                WS-COUNT-DISPLAY DELIMITED BY SIZE
006920                INTO REPORT-LINE
006930         WRITE REPORT-LINE
006940     END-IF.
006950
006960*----------------------------------------------------------------
006970* WRITE-END-TYPE-LINE
006980*   WRITES HOW THE LAST RUN ENDED. A RUN THAT USED UP ITS WINDOW
006990*   RESUMES TOMORROW AND IS ONLY NOTED; A RUN STOPPED BY RATE-
007000*   LIMITING OR ONE THAT ENDED IN ABEND IS FLAGGED.
007010*----------------------------------------------------------------
007020 WRITE-END-TYPE-LINE.
007030     MOVE SPACES TO ML-LABEL.
007040     MOVE SPACES TO ML-LAST.
007050     MOVE SPACES TO ML-BASE.
007060     MOVE SPACES TO ML-NOTE.
007070     MOVE "Termino" TO ML-LABEL.
007080     MOVE RW-RETURN-CODE TO WS-RC-DISPLAY.
007090     STRING RW-END-TYPE DELIMITED BY SPACE
007100            " RC " DELIMITED BY SIZE
007110            WS-RC-DISPLAY DELIMITED BY SIZE
007120            INTO ML-LAST.
007130     IF RW-END-TYPE = "NORMAL"
007140         MOVE "OK" TO ML-STATUS
007150     ELSE IF RW-END-TYPE = "JANELA"
007160         MOVE "INFO" TO ML-STATUS
007170         MOVE "janela de execucao esgotada, retoma amanha"
007180             TO ML-NOTE
007190     ELSE IF RW-END-TYPE = "TAXA"
007200         MOVE "ALERTA" TO ML-STATUS
007210         MOVE "interrompida por limite de taxa" TO ML-NOTE
007220         ADD 1 TO WS-PROGRAM-ALERTS
007230     ELSE
007240         MOVE "ALERTA" TO ML-STATUS
007250         MOVE "execucao terminou antes do fim (ABEND)" TO ML-NOTE
007260         ADD 1 TO WS-PROGRAM-ALERTS
007270     END-IF.
007280     MOVE WS-METRIC-LINE TO REPORT-LINE.
007290     WRITE REPORT-LINE.
007300
007310*----------------------------------------------------------------
007320* CHECK-ONE-METRIC
007330*   COMPARES ONE METRIC OF THE LAST RUN WITH ITS BASELINE
007340*   AVERAGE AND WRITES ITS REPORT LINE. NOTHING IS FLAGGED UNTIL
007350*   THE BASELINE HOLDS TREND-MIN-RUNS RUNS. USED AS THE VARYING
007360*   PARAGRAPH OF ANALYZE-PROGRAM.
007370*----------------------------------------------------------------
007380 CHECK-ONE-METRIC.
007390     IF WS-MD-LABEL(WS-MT-IDX) = SPACES
007400         EXIT PARAGRAPH
007410     END-IF.
007420     MOVE WS-MD-LABEL(WS-MT-IDX) TO ML-LABEL.
007430     MOVE SPACES TO ML-LAST.
007440     MOVE SPACES TO ML-BASE.
007450     MOVE SPACES TO ML-NOTE.
007460     MOVE "OK" TO ML-STATUS.
007470     MOVE WS-MT-LAST(WS-MT-IDX) TO WS-LAST-VALUE.
007480     MOVE ZERO TO WS-BASE-AVERAGE.
007490     IF WS-MT-RUNS(WS-MT-IDX) > ZERO
007500         COMPUTE WS-BASE-AVERAGE ROUNDED =
007510             WS-MT-SUM(WS-MT-IDX) / WS-MT-RUNS(WS-MT-IDX)
007520         MOVE WS-BASE-AVERAGE TO WS-VALUE-DISPLAY
007530         MOVE WS-VALUE-DISPLAY TO ML-BASE
007540     ELSE
007550         MOVE "          -" TO ML-BASE
007560     END-IF.
007570     IF WS-MT-LAST-VALID(WS-MT-IDX)
007580         MOVE WS-LAST-VALUE TO WS-VALUE-DISPLAY
007590         MOVE WS-VALUE-DISPLAY TO ML-LAST
007600     ELSE
007610         MOVE "          -" TO ML-LAST
007620     END-IF.
007630
007640     IF WS-MD-KIND(WS-MT-IDX) = "I"
007650         MOVE "INFO" TO ML-STATUS
007660     ELSE IF NOT WS-MT-LAST-VALID(WS-MT-IDX)
007670         MOVE "INFO" TO ML-STATUS
007680         MOVE "nada processado na ultima execucao" TO ML-NOTE
007690     ELSE IF WS-MT-RUNS(WS-MT-IDX) < WS-TREND-MIN-RUNS
007700        OR WS-MT-RUNS(WS-MT-IDX) = ZERO
007710         MOVE "INFO" TO ML-STATUS
007720         MOVE "historico insuficiente" TO ML-NOTE
007730     ELSE IF WS-MD-KIND(WS-MT-IDX) = "P"
007740         PERFORM CHECK-POINTS-DROP
007750     ELSE IF WS-MD-KIND(WS-MT-IDX) = "S"
007760         MOVE WS-SPEED-DROP TO WS-DROP-LIMIT
007770         PERFORM CHECK-PERCENT-DROP
007780     ELSE IF WS-MD-KIND(WS-MT-IDX) = "Q"
007790         MOVE WS-QUEUED-DROP TO WS-DROP-LIMIT
007800         PERFORM CHECK-PERCENT-DROP
007810     ELSE
007820         PERFORM CHECK-COUNT-RISE
007830     END-IF.
007840     MOVE WS-METRIC-LINE TO REPORT-LINE.
007850     WRITE REPORT-LINE.
007860
007870*----------------------------------------------------------------
007880* CHECK-POINTS-DROP
007890*   FLAGS A RATE THAT FELL MORE THAN TREND-SUCCESS-DROP
007900*   PERCENTAGE POINTS BELOW ITS BASELINE AVERAGE.
007910*----------------------------------------------------------------
007920 CHECK-POINTS-DROP.
007930     IF WS-BASE-AVERAGE > WS-LAST-VALUE
007940         SUBTRACT WS-LAST-VALUE FROM WS-BASE-AVERAGE
007950             GIVING WS-DROP-VALUE
007960         IF WS-DROP-VALUE > WS-SUCCESS-DROP
007970             MOVE "ALERTA" TO ML-STATUS
007980             ADD 1 TO WS-PROGRAM-ALERTS
007990             MOVE WS-SUCCESS-DROP TO WS-LIMIT-DISPLAY
008000             STRING "queda de mais de " DELIMITED BY SIZE
008010                    WS-LIMIT-DISPLAY DELIMITED BY SIZE
008020                    " pontos (TREND-SUCCESS-DROP)"
008030                    DELIMITED BY SIZE
008040                    INTO ML-NOTE
008050         END-IF
008060     END-IF.
008070
008080*----------------------------------------------------------------
008090* CHECK-PERCENT-DROP
008100*   FLAGS A VALUE THAT FELL MORE THAN WS-DROP-LIMIT PERCENT
008110*   BELOW ITS BASELINE AVERAGE.
008120*----------------------------------------------------------------
008130 CHECK-PERCENT-DROP.
008140     IF WS-BASE-AVERAGE > WS-LAST-VALUE
008150         COMPUTE WS-DROP-PCT ROUNDED =
008160             (WS-BASE-AVERAGE - WS-LAST-VALUE) * 100
008170             / WS-BASE-AVERAGE
008180         IF WS-DROP-PCT > WS-DROP-LIMIT
008190             MOVE "ALERTA" TO ML-STATUS
008200             ADD 1 TO WS-PROGRAM-ALERTS
008210             MOVE WS-DROP-LIMIT TO WS-LIMIT-DISPLAY
008220             STRING "queda de mais de " DELIMITED BY SIZE
008230                    WS-LIMIT-DISPLAY DELIMITED BY SIZE
008240                    "% sobre a media" DELIMITED BY SIZE
008250                    INTO ML-NOTE
008260         END-IF
008270     END-IF.
008280
008290*----------------------------------------------------------------
008300* CHECK-COUNT-RISE
008310*   FLAGS A FAILURE COUNT OF AT LEAST TREND-REASON-MIN THAT IS
008320*   MORE THAN TREND-REASON-FACTOR TIMES ITS BASELINE AVERAGE.
008330*----------------------------------------------------------------
008340 CHECK-COUNT-RISE.
008350     IF WS-LAST-VALUE < WS-REASON-MIN
008360         EXIT PARAGRAPH
008370     END-IF.
008380     COMPUTE WS-RISE-LIMIT = WS-BASE-AVERAGE * WS-REASON-FACTOR.
008390     IF WS-LAST-VALUE > WS-RISE-LIMIT
008400         MOVE "ALERTA" TO ML-STATUS
008410         ADD 1 TO WS-PROGRAM-ALERTS
008420         MOVE WS-REASON-FACTOR TO WS-LIMIT-DISPLAY
008430         STRING "mais de " DELIMITED BY SIZE
008440                WS-LIMIT-DISPLAY DELIMITED BY SIZE
008450                " vezes a media (TREND-REASON-FACTOR)"
008460                DELIMITED BY SIZE
008470                INTO ML-NOTE
008480     END-IF.
008490
008500*----------------------------------------------------------------
008510* BUILD-TIMESTAMP
008520*   FORMATS TODAY'S DATE AND THE CURRENT TIME INTO WS-TIMESTAMP
008530*   FOR THE REPORT HEADER AND THE CONSOLE MESSAGES.
008540*----------------------------------------------------------------
008550 BUILD-TIMESTAMP.
008560     ACCEPT WS-CURRENT-DATE-FIELDS FROM DATE YYYYMMDD.
008570     ACCEPT WS-CURRENT-TIME-FIELDS FROM TIME.
008580     STRING WS-CD-YYYY           DELIMITED BY SIZE
008590            "-"                  DELIMITED BY SIZE
008600            WS-CD-MM             DELIMITED BY SIZE
008610            "-"                  DELIMITED BY SIZE
008620            WS-CD-DD             DELIMITED BY SIZE
008630            " "                  DELIMITED BY SIZE
008640            WS-CT-HH             DELIMITED BY SIZE
008650            ":"                  DELIMITED BY SIZE
008660            WS-CT-MM             DELIMITED BY SIZE
008670            ":"                  DELIMITED BY SIZE
008680            WS-CT-SS             DELIMITED BY SIZE
008690            INTO WS-TIMESTAMP.
008700
008710*----------------------------------------------------------------
008720* WRITE-REPORT-HEADER
008730*   WRITES THE TREND-REPORT TITLE BLOCK AND THE TOLERANCES IN
008740*   FORCE.
008750*----------------------------------------------------------------
008760 WRITE-REPORT-HEADER.
008770     MOVE SPACES TO REPORT-LINE.
008780     STRING "Tendencia das execucoes - " DELIMITED BY SIZE
008790            WS-TIMESTAMP DELIMITED BY SIZE
008800            INTO REPORT-LINE.
008810     WRITE REPORT-LINE.
008820     MOVE SPACES TO REPORT-LINE.
008830     MOVE WS-TREND-RUNS TO WS-LIMIT-DISPLAY.
008840     STRING "Ultima execucao contra a media das "
008850            DELIMITED BY SIZE
008860            WS-LIMIT-DISPLAY DELIMITED BY SIZE
008870            " anteriores (sem ABEND)" DELIMITED BY SIZE
008880            INTO REPORT-LINE.
008890     WRITE REPORT-LINE.
008900     MOVE SPACES TO REPORT-LINE.
008910     MOVE WS-SUCCESS-DROP TO WS-LIMIT-DISPLAY.
008920     STRING "Tolerancias: sucesso -" DELIMITED BY SIZE
008930            WS-LIMIT-DISPLAY DELIMITED BY SIZE
008940            " pontos" DELIMITED BY SIZE
008950            INTO REPORT-LINE.
008960     WRITE REPORT-LINE.
008970     MOVE SPACES TO REPORT-LINE.
008980     MOVE WS-SPEED-DROP TO WS-LIMIT-DISPLAY.
008990     STRING "             itens por hora -" DELIMITED BY SIZE
009000            WS-LIMIT-DISPLAY DELIMITED BY SIZE
009010            "%" DELIMITED BY SIZE
009020            INTO REPORT-LINE.
009030     WRITE REPORT-LINE.
009040     MOVE SPACES TO REPORT-LINE.
009050     MOVE WS-QUEUED-DROP TO WS-LIMIT-DISPLAY.
009060     STRING "             posts enfileirados -" DELIMITED BY SIZE
009070            WS-LIMIT-DISPLAY DELIMITED BY SIZE
009080            "%" DELIMITED BY SIZE
009090            INTO REPORT-LINE.
009100     WRITE REPORT-LINE.
009110     MOVE SPACES TO REPORT-LINE.
009120     MOVE WS-REASON-FACTOR TO WS-LIMIT-DISPLAY.
009130     MOVE WS-REASON-MIN TO WS-MIN-DISPLAY.
009140     STRING "             falhas acima de" DELIMITED BY SIZE
009150            WS-LIMIT-DISPLAY DELIMITED BY SIZE
009160            " vezes a media, minimo" DELIMITED BY SIZE
009170            WS-MIN-DISPLAY DELIMITED BY SIZE
009180            INTO REPORT-LINE.
009190     WRITE REPORT-LINE.
