000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. JOBSTREAM.
000120 AUTHOR. R-SONATT.
000130 INSTALLATION. MEDIA-ARCHIVE-UNIT.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-15  RS   ORIGINAL PROGRAM - NIGHTLY JOB-STREAM DRIVER.
000200*                  READS THE JOBSTREAM CONTROL FILE (THE STEPS OF
000210*                  THE NIGHT IN ORDER, AND WHAT EACH STEP'S RETURN
000220*                  CODES MEAN: CONTINUE, STOP OR SKIPTO A LATER
000230*                  STEP), RUNS EACH STEP'S PROGRAM IN TURN AND
000240*                  RECORDS EVERY STEP'S START, END AND RETURN CODE
000250*                  IN THE RUN-CONTROL FILE. A STEP THAT STOPS THE
000260*                  NIGHT (STOP, OR SKIPTO PAST THE STEPS AFTER IT)
000270*                  IS WHERE THE NEXT RUN OF THE DRIVER RESTARTS,
000280*                  INSTEAD OF THE TOP OF THE STREAM; A DRIVER RUN
000290*                  THAT WAS ITSELF INTERRUPTED RESTARTS AT THE
000300*                  STEP IT WAS RUNNING. AN OPTIONAL COMMAND-LINE
000310*                  ARGUMENT NAMES THE STEP TO START AT ("INICIO"
000320*                  FOR THE FIRST). THE ONE-PAGE STRMRPT REPORT
000330*                  LISTS EVERY STEP AND NAMES THE STEP THAT
000340*                  STOPPED THE NIGHT AND WHY. THE EXIT CODE IS
000350*                  THAT STEP'S RETURN CODE (0 FOR A COMPLETE
000360*                  NIGHT, 1 FOR A JOBSTREAM THAT CANNOT BE USED).
000370*----------------------------------------------------------------
000380* JOBSTREAM LINES (KEYWORD IN COLUMN 1, "*" LINES ARE COMMENTS):
000390*   STEP NAME COMMAND...          ONE PER STEP, IN RUN ORDER
000400*   RC NAME CODE ACTION [TARGET] REASON...
000410* CODE IS A RETURN CODE OR "*" FOR ANY NON-ZERO CODE WITHOUT A
000420* RULE OF ITS OWN. ACTION IS CONTINUE, STOP OR SKIPTO (TARGET IS
000430* THE LATER STEP TO JUMP TO). A ZERO CODE WITHOUT A RULE
000440* CONTINUES; ANY OTHER CODE WITHOUT A RULE STOPS. THE NIGHTLY
000450* CYCLE IS:
000460*   STEP QUEUEBLD ./QueueBuilder
000470*   RC   QUEUEBLD 1 CONTINUE Contas com erro de listagem
000480*   STEP DOWNLOAD ./InstagramDownloader
000490*   RC   DOWNLOAD 1 CONTINUE Downloads com falha
000500*   RC   DOWNLOAD 2 SKIPTO STATUS Janela esgotada - retoma amanha
000510*   RC   DOWNLOAD 3 SKIPTO STATUS Limite de taxa - retoma amanha
000520*   STEP RECON ./ReconcileDownloads
000530*   RC   RECON 1 CONTINUE Reconciliacao com itens faltando
000540*   STEP PURGE ./RetentionPurge
000550*   RC   PURGE 1 STOP Expurgo com erro - precisa de operador
000560*   STEP CATACK ./CatalogAck
000570*   RC   CATACK 1 STOP Retorno do catalogo - precisa de operador
000580*   STEP STATUS ./MorningStatus
000590*   RC   STATUS 1 CONTINUE Status da manha com alertas
000600*----------------------------------------------------------------
000610
000620 ENVIRONMENT DIVISION.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650
000660     SELECT JOBSTREAM-FILE ASSIGN TO "JOBSTREAM"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-JOBSTREAM-STATUS.
000690
000700     SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-RUNCTL-STATUS.
000730
000740     SELECT STREAM-REPORT ASSIGN TO "STRMRPT"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-REPORT-STATUS.
000770
000780 DATA DIVISION.
000790 FILE SECTION.
000800
000810 FD  JOBSTREAM-FILE
000820     RECORD CONTAINS 250 CHARACTERS.
000830 01  JS-LINE                     PIC X(250).
000840
000850*----------------------------------------------------------------
000860* RUN-CONTROL HOLDS THE HISTORY OF EVERY DRIVER RUN, APPENDED
000870* ONE RECORD AT A TIME: "INICIO" WHEN A STEP STARTS, "FIM" WHEN
000880* IT ENDS (OR "FIM" WITH ACTION PULADA FOR A STEP SKIPPED), AND
000890* "CADEIA" WHEN THE DRIVER RUN ENDS. RCL-NEXT-STEP IS THE STEP
000900* THE STREAM WOULD PICK UP AT FROM THAT POINT: THE NEXT STEP TO
000910* RUN ON A FIM RECORD, THE RESTART STEP ON A CADEIA RECORD
000920* (SPACES WHEN THE NIGHT COMPLETED).
000930*----------------------------------------------------------------
000940 FD  RUN-CONTROL
000950     RECORD CONTAINS 158 CHARACTERS.
000960 01  RUN-CONTROL-RECORD.
000970     05  RCL-STREAM-STAMP        PIC X(19).
000980     05  FILLER                  PIC X(01).
000990     05  RCL-KIND                PIC X(06).
001000     05  FILLER                  PIC X(01).
001010     05  RCL-STEP                PIC X(08).
001020     05  FILLER                  PIC X(01).
001030     05  RCL-START-STAMP         PIC X(19).
001040     05  FILLER                  PIC X(01).
001050     05  RCL-END-STAMP           PIC X(19).
001060     05  FILLER                  PIC X(01).
001070     05  RCL-RETURN-CODE         PIC 9(03).
001080     05  FILLER                  PIC X(01).
001090     05  RCL-ACTION              PIC X(08).
001100     05  FILLER                  PIC X(01).
001110     05  RCL-NEXT-STEP           PIC X(08).
001120     05  FILLER                  PIC X(01).
001130     05  RCL-REASON              PIC X(60).
001140
001150 FD  STREAM-REPORT
001160     RECORD CONTAINS 132 CHARACTERS.
001170 01  REPORT-LINE                 PIC X(132).
001180
001190 WORKING-STORAGE SECTION.
001200
001210*----------------------------------------------------------------
001220* STANDALONE ITEMS
001230*----------------------------------------------------------------
001240 77  WS-JOBSTREAM-STATUS         PIC X(02)  VALUE "00".
001250 77  WS-RUNCTL-STATUS            PIC X(02)  VALUE "00".
001260 77  WS-REPORT-STATUS            PIC X(02)  VALUE "00".
001270 77  COMMAND                     PIC X(250).
001280 77  WS-SYSTEM-RC                PIC S9(9)  VALUE ZERO.
001290 77  WS-DIVIDE-REMAINDER         PIC 9(05)  COMP  VALUE ZERO.
001300 77  WS-TIMESTAMP                PIC X(19).
001310 77  WS-STREAM-STAMP             PIC X(19).
001320 77  WS-START-ARGUMENT           PIC X(20)  VALUE SPACES.
001330 77  WS-JS-LINE-NUMBER           PIC 9(05)  COMP  VALUE ZERO.
001340 77  WS-JS-POINTER               PIC 9(05)  COMP  VALUE ZERO.
001350 77  WS-JS-KEYWORD               PIC X(10).
001360 77  WS-JS-NAME                  PIC X(20).
001370 77  WS-JS-CODE                  PIC X(10).
001380 77  WS-JS-CODE-LENGTH           PIC 9(05)  COMP  VALUE ZERO.
001390 77  WS-JS-ACTION                PIC X(10).
001400 77  WS-JS-TARGET                PIC X(20).
001410 77  WS-JS-ERROR                 PIC X(60)  VALUE SPACES.
001420 77  WS-LOOKUP-NAME              PIC X(08).
001430 77  WS-STEP-MATCH-IDX           PIC 9(05)  COMP  VALUE ZERO.
001440 77  WS-RULE-MATCH-IDX           PIC 9(05)  COMP  VALUE ZERO.
001450 77  WS-RULE-ANY-IDX             PIC 9(05)  COMP  VALUE ZERO.
001460 77  WS-FIRST-STEP-IDX           PIC 9(05)  COMP  VALUE 1.
001470 77  WS-SKIP-TO-IDX              PIC 9(05)  COMP  VALUE ZERO.
001480 77  WS-STOP-STEP-IDX            PIC 9(05)  COMP  VALUE ZERO.
001490 77  WS-NEXT-STEP-IDX            PIC 9(05)  COMP  VALUE ZERO.
001500 77  WS-RESTART-STEP             PIC X(08)  VALUE SPACES.
001510 77  WS-PRIOR-REASON             PIC X(60)  VALUE SPACES.
001520 77  WS-STEP-RC                  PIC 9(03)  VALUE ZERO.
001530 77  WS-COUNT-DISPLAY            PIC ZZZZ9.
001540 77  WS-RC-DISPLAY               PIC ZZ9.
001550
001560*----------------------------------------------------------------
001570* CURRENT DATE / TIME WORK AREAS (USED TO BUILD WS-TIMESTAMP)
001580*----------------------------------------------------------------
001590 01  WS-CURRENT-DATE-FIELDS.
001600     05  WS-CD-YYYY              PIC 9(04).
001610     05  WS-CD-MM                PIC 9(02).
001620     05  WS-CD-DD                PIC 9(02).
001630
001640 01  WS-CURRENT-TIME-FIELDS.
001650     05  WS-CT-HH                PIC 9(02).
001660     05  WS-CT-MM                PIC 9(02).
001670     05  WS-CT-SS                PIC 9(02).
001680     05  WS-CT-HH2               PIC 9(02).
001690
001700*----------------------------------------------------------------
001710* SWITCHES
001720*----------------------------------------------------------------
001730 01  WS-SWITCHES.
001740     05  WS-JOBSTREAM-EOF-SWITCH PIC X(01)  VALUE "N".
001750         88  WS-END-OF-JOBSTREAM            VALUE "Y".
001760     05  WS-RUNCTL-EOF-SWITCH    PIC X(01)  VALUE "N".
001770         88  WS-END-OF-RUNCTL               VALUE "Y".
001780     05  WS-JOBSTREAM-OK-SWITCH  PIC X(01)  VALUE "Y".
001790         88  WS-JOBSTREAM-IS-VALID          VALUE "Y".
001800         88  WS-JOBSTREAM-NOT-VALID         VALUE "N".
001810     05  WS-STEP-FOUND-SWITCH    PIC X(01)  VALUE "N".
001820         88  WS-STEP-WAS-FOUND              VALUE "Y".
001830         88  WS-STEP-NOT-FOUND              VALUE "N".
001840     05  WS-STREAM-STOP-SWITCH   PIC X(01)  VALUE "N".
001850         88  WS-STREAM-STOPPED              VALUE "Y".
001860     05  WS-RESTARTED-SWITCH     PIC X(01)  VALUE "N".
001870         88  WS-STREAM-RESTARTED            VALUE "Y".
001880
001890*----------------------------------------------------------------
001900* STEP TABLE - THE STEPS OF THE STREAM IN RUN ORDER AND WHAT
001910* HAPPENED TO EACH ONE THIS RUN. STATE: A = DONE BY AN EARLIER
001920* RUN, R = RAN, P = SKIPPED (SKIPTO), N = NOT REACHED.
001930*----------------------------------------------------------------
001940 01  WS-STEP-TABLE.
001950     05  WS-STEP-ENTRY           OCCURS 20 TIMES
001960                                  INDEXED BY WS-STEP-IDX
001970                                             WS-FIND-IDX.
001980         10  WS-STEP-NAME        PIC X(08).
001990         10  WS-STEP-COMMAND     PIC X(200).
002000         10  WS-STEP-START       PIC X(19).
002010         10  WS-STEP-END         PIC X(19).
002020         10  WS-STEP-RETURN-CODE PIC 9(03).
002030         10  WS-STEP-ACTION      PIC X(08).
002040         10  WS-STEP-REASON      PIC X(60).
002050         10  WS-STEP-STATE       PIC X(01).
002060             88  WS-STEP-EARLIER            VALUE "A".
002070             88  WS-STEP-RAN                VALUE "R".
002080             88  WS-STEP-SKIPPED            VALUE "P".
002090             88  WS-STEP-NOT-REACHED        VALUE "N".
002100
002110 77  WS-STEP-COUNT               PIC 9(05)  COMP  VALUE ZERO.
002120 77  WS-STEP-TABLE-MAX           PIC 9(05)  COMP  VALUE 20.
002130
002140*----------------------------------------------------------------
002150* RULE TABLE - THE RC LINES OF JOBSTREAM: STEP, RETURN CODE (OR
002160* ANY NON-ZERO CODE), ACTION, SKIPTO TARGET AND THE REASON
002170* REPORTED WHEN THE RULE STOPS THE NIGHT.
002180*----------------------------------------------------------------
002190 01  WS-RULE-TABLE.
002200     05  WS-RULE-ENTRY           OCCURS 80 TIMES
002210                                  INDEXED BY WS-RULE-IDX.
002220         10  WS-RULE-STEP        PIC X(08).
002230         10  WS-RULE-CODE        PIC 9(03).
002240         10  WS-RULE-ANY-SW      PIC X(01).
002250             88  WS-RULE-ANY-CODE           VALUE "Y".
002260         10  WS-RULE-ACTION      PIC X(08).
002270         10  WS-RULE-TARGET      PIC X(08).
002280         10  WS-RULE-REASON      PIC X(60).
002290         10  WS-RULE-LINE        PIC 9(05)  COMP.
002300
002310 77  WS-RULE-COUNT               PIC 9(05)  COMP  VALUE ZERO.
002320 77  WS-RULE-TABLE-MAX           PIC 9(05)  COMP  VALUE 80.
002330
002340*----------------------------------------------------------------
002350* STEP LINE - ONE REPORT LINE PER STEP.
002360*----------------------------------------------------------------
002370 01  WS-STEP-LINE.
002380     05  SL-NAME                 PIC X(08).
002390     05  FILLER                  PIC X(02)  VALUE SPACES.
002400     05  SL-START                PIC X(19).
002410     05  FILLER                  PIC X(02)  VALUE SPACES.
002420     05  SL-END                  PIC X(19).
002430     05  FILLER                  PIC X(02)  VALUE SPACES.
002440     05  SL-RC                   PIC X(03).
002450     05  FILLER                  PIC X(02)  VALUE SPACES.
002460     05  SL-ACTION               PIC X(08).
002470     05  FILLER                  PIC X(02)  VALUE SPACES.
002480     05  SL-NOTE                 PIC X(60).
002490     05  FILLER                  PIC X(05)  VALUE SPACES.
002500
002510 PROCEDURE DIVISION.
002520
002530*----------------------------------------------------------------
002540* MAIN-PROCEDURE
002550*   LOADS THE STREAM, WORKS OUT WHERE THIS RUN STARTS, RUNS THE
002560*   STEPS FROM THERE UNTIL ONE STOPS THE NIGHT OR THE STREAM
002570*   ENDS, AND WRITES THE STREAM REPORT.
002580*----------------------------------------------------------------
002590 MAIN-PROCEDURE.
002600     DISPLAY "Cadeia noturna".
002610     PERFORM BUILD-TIMESTAMP.
002620     MOVE WS-TIMESTAMP TO WS-STREAM-STAMP.
002630     DISPLAY "Inicio: " WS-STREAM-STAMP.
002640     ACCEPT WS-START-ARGUMENT FROM COMMAND-LINE.
002650     MOVE FUNCTION UPPER-CASE(WS-START-ARGUMENT)
002660         TO WS-START-ARGUMENT.
002670
002680     OPEN OUTPUT STREAM-REPORT.
002690     IF WS-REPORT-STATUS NOT = "00"
002700         DISPLAY "Nao foi possivel abrir STREAM-REPORT"
002710         MOVE 1 TO RETURN-CODE
002720         STOP RUN
002730     END-IF.
002740     MOVE SPACES TO REPORT-LINE.
002750     STRING "Cadeia noturna - inicio " DELIMITED BY SIZE
002760            WS-STREAM-STAMP DELIMITED BY SIZE
002770            INTO REPORT-LINE.
002780     WRITE REPORT-LINE.
002790
002800     PERFORM LOAD-JOBSTREAM.
002810     IF WS-JOBSTREAM-NOT-VALID
002820         DISPLAY "JOBSTREAM invalido: " WS-JS-ERROR
002830         MOVE SPACES TO REPORT-LINE
002840         WRITE REPORT-LINE
002850         MOVE SPACES TO REPORT-LINE
002860         MOVE WS-JS-LINE-NUMBER TO WS-COUNT-DISPLAY
002870         STRING "JOBSTREAM invalido (linha " DELIMITED BY SIZE
002880                WS-COUNT-DISPLAY DELIMITED BY SIZE
002890                "): " DELIMITED BY SIZE
002900                WS-JS-ERROR DELIMITED BY SIZE
002910                INTO REPORT-LINE
002920         WRITE REPORT-LINE
002930         MOVE "Nenhuma etapa executada" TO REPORT-LINE
002940         WRITE REPORT-LINE
002950         CLOSE STREAM-REPORT
002960         MOVE 1 TO RETURN-CODE
002970         STOP RUN
002980     END-IF.
002990
003000     PERFORM LOAD-RESTART-POINT.
003010     PERFORM FIND-FIRST-STEP.
003020
003030     PERFORM RUN-ONE-STEP
003040         VARYING WS-STEP-IDX FROM WS-FIRST-STEP-IDX BY 1
003050         UNTIL WS-STEP-IDX > WS-STEP-COUNT
003060            OR WS-STREAM-STOPPED.
003070
003080     PERFORM WRITE-STREAM-RECORD.
003090     PERFORM WRITE-STREAM-REPORT.
003100     CLOSE STREAM-REPORT.
003110
003120     PERFORM BUILD-TIMESTAMP.
003130     DISPLAY "Fim: " WS-TIMESTAMP.
003140     IF WS-STOP-STEP-IDX > ZERO
003150         DISPLAY "Noite parada na etapa "
003160                 WS-STEP-NAME(WS-STOP-STEP-IDX)
003170         MOVE WS-STEP-RETURN-CODE(WS-STOP-STEP-IDX) TO RETURN-CODE
003180     ELSE
003190         DISPLAY "Cadeia completa"
003200         MOVE 0 TO RETURN-CODE
003210     END-IF.
003220     STOP RUN.
003230
003240*----------------------------------------------------------------
003250* LOAD-JOBSTREAM
003260*   READS THE JOBSTREAM CONTROL FILE INTO THE STEP AND RULE
003270*   TABLES AND CHECKS THAT EVERY RULE NAMES A KNOWN STEP AND
003280*   EVERY SKIPTO A LATER ONE. ANY PROBLEM LEAVES THE STREAM
003290*   INVALID WITH THE LINE NUMBER AND WHAT IS WRONG.
003300*----------------------------------------------------------------
003310 LOAD-JOBSTREAM.
003320     OPEN INPUT JOBSTREAM-FILE.
003330     IF WS-JOBSTREAM-STATUS NOT = "00"
003340         SET WS-JOBSTREAM-NOT-VALID TO TRUE
003350         MOVE "arquivo JOBSTREAM nao encontrado" TO WS-JS-ERROR
003360         EXIT PARAGRAPH
003370     END-IF.
003380     PERFORM READ-ONE-JOBSTREAM-LINE
003390         UNTIL WS-END-OF-JOBSTREAM
003400            OR WS-JOBSTREAM-NOT-VALID.
003410     CLOSE JOBSTREAM-FILE.
003420     IF WS-JOBSTREAM-NOT-VALID
003430         EXIT PARAGRAPH
003440     END-IF.
003450     IF WS-STEP-COUNT = ZERO
003460         SET WS-JOBSTREAM-NOT-VALID TO TRUE
003470         MOVE "nenhuma linha STEP" TO WS-JS-ERROR
003480         EXIT PARAGRAPH
003490     END-IF.
003500     PERFORM CHECK-ONE-RULE-TARGET
003510         VARYING WS-RULE-IDX FROM 1 BY 1
003520         UNTIL WS-RULE-IDX > WS-RULE-COUNT
003530            OR WS-JOBSTREAM-NOT-VALID.
003540
003550*----------------------------------------------------------------
003560* READ-ONE-JOBSTREAM-LINE
003570*   READS ONE JOBSTREAM LINE AND HANDS IT TO THE PARSER FOR ITS
003580*   KEYWORD. BLANK LINES AND "*" COMMENT LINES ARE SKIPPED.
003590*----------------------------------------------------------------
003600 READ-ONE-JOBSTREAM-LINE.
003610     READ JOBSTREAM-FILE
003620         AT END
003630             SET WS-END-OF-JOBSTREAM TO TRUE
003640             EXIT PARAGRAPH
003650     END-READ.
003660     ADD 1 TO WS-JS-LINE-NUMBER.
003670     IF JS-LINE = SPACES OR JS-LINE(1:1) = "*"
003680         EXIT PARAGRAPH
003690     END-IF.
003700     MOVE SPACES TO WS-JS-KEYWORD.
003710     MOVE 1 TO WS-JS-POINTER.
003720     UNSTRING JS-LINE DELIMITED BY ALL SPACE
003730         INTO WS-JS-KEYWORD
003740         WITH POINTER WS-JS-POINTER
003750     END-UNSTRING.
003760     MOVE FUNCTION UPPER-CASE(WS-JS-KEYWORD) TO WS-JS-KEYWORD.
003770     IF WS-JS-KEYWORD = "STEP"
003780         PERFORM PARSE-STEP-LINE
003790     ELSE IF WS-JS-KEYWORD = "RC"
003800         PERFORM PARSE-RC-LINE
003810     ELSE
003820         SET WS-JOBSTREAM-NOT-VALID TO TRUE
003830         MOVE "palavra-chave desconhecida" TO WS-JS-ERROR
003840     END-IF.
003850
003860*----------------------------------------------------------------
003870* PARSE-STEP-LINE
003880*   ADDS ONE "STEP NAME COMMAND..." LINE TO THE STEP TABLE. THE
003890*   COMMAND IS THE REST OF THE LINE, AS GIVEN.
003900*----------------------------------------------------------------
003910 PARSE-STEP-LINE.
003920     MOVE SPACES TO WS-JS-NAME.
003930     UNSTRING JS-LINE DELIMITED BY ALL SPACE
003940         INTO WS-JS-NAME
003950         WITH POINTER WS-JS-POINTER
003960     END-UNSTRING.
003970     MOVE FUNCTION UPPER-CASE(WS-JS-NAME) TO WS-JS-NAME.
003980     IF WS-JS-NAME = SPACES OR WS-JS-NAME(9:) NOT = SPACES
003990         SET WS-JOBSTREAM-NOT-VALID TO TRUE
004000         MOVE "nome de etapa vazio ou com mais de 8 letras"
004010             TO WS-JS-ERROR
004020         EXIT PARAGRAPH
004030     END-IF.
004040     IF WS-JS-POINTER > 250
004050         SET WS-JOBSTREAM-NOT-VALID TO TRUE
004060         MOVE "etapa sem comando" TO WS-JS-ERROR
004070         EXIT PARAGRAPH
004080     END-IF.
004090     IF JS-LINE(WS-JS-POINTER:) = SPACES
004100         SET WS-JOBSTREAM-NOT-VALID TO TRUE
004110         MOVE "etapa sem comando" TO WS-JS-ERROR
004120         EXIT PARAGRAPH
004130     END-IF.
004140     MOVE WS-JS-NAME TO WS-LOOKUP-NAME.
004150     PERFORM FIND-STEP-BY-NAME.
004160     IF WS-STEP-WAS-FOUND
004170         SET WS-JOBSTREAM-NOT-VALID TO TRUE
004180         MOVE "etapa repetida" TO WS-JS-ERROR
004190         EXIT PARAGRAPH
004200     END-IF.
004210     IF WS-STEP-COUNT NOT < WS-STEP-TABLE-MAX
004220         SET WS-JOBSTREAM-NOT-VALID TO TRUE
004230         MOVE "etapas demais (maximo 20)" TO WS-JS-ERROR
004240         EXIT PARAGRAPH
004250     END-IF.
004260     ADD 1 TO WS-STEP-COUNT.
004270     SET WS-STEP-IDX TO WS-STEP-COUNT.
004280     MOVE WS-JS-NAME TO WS-STEP-NAME(WS-STEP-IDX).
004290     MOVE JS-LINE(WS-JS-POINTER:) TO WS-STEP-COMMAND(WS-STEP-IDX).
004300     MOVE SPACES TO WS-STEP-START(WS-STEP-IDX).
004310     MOVE SPACES TO WS-STEP-END(WS-STEP-IDX).
004320     MOVE ZERO TO WS-STEP-RETURN-CODE(WS-STEP-IDX).
004330     MOVE SPACES TO WS-STEP-ACTION(WS-STEP-IDX).
004340     MOVE SPACES TO WS-STEP-REASON(WS-STEP-IDX).
004350     SET WS-STEP-NOT-REACHED(WS-STEP-IDX) TO TRUE.
004360
004370*----------------------------------------------------------------
004380* PARSE-RC-LINE
004390*   ADDS ONE "RC NAME CODE ACTION [TARGET] REASON..." LINE TO
004400*   THE RULE TABLE. THE STEP MUST ALREADY HAVE ITS STEP LINE.
004410*----------------------------------------------------------------
004420 PARSE-RC-LINE.
004430     MOVE SPACES TO WS-JS-NAME.
004440     MOVE SPACES TO WS-JS-CODE.
004450     MOVE SPACES TO WS-JS-ACTION.
004460     MOVE SPACES TO WS-JS-TARGET.
004470     UNSTRING JS-LINE DELIMITED BY ALL SPACE
004480         INTO WS-JS-NAME WS-JS-CODE WS-JS-ACTION
004490         WITH POINTER WS-JS-POINTER
004500     END-UNSTRING.
004510     MOVE FUNCTION UPPER-CASE(WS-JS-NAME) TO WS-JS-NAME.
004520     MOVE FUNCTION UPPER-CASE(WS-JS-ACTION) TO WS-JS-ACTION.
004530     MOVE WS-JS-NAME TO WS-LOOKUP-NAME.
004540     PERFORM FIND-STEP-BY-NAME.
004550     IF WS-STEP-NOT-FOUND OR WS-JS-NAME(9:) NOT = SPACES
004560         SET WS-JOBSTREAM-NOT-VALID TO TRUE
004570         MOVE "regra RC para etapa nao declarada antes"
004580             TO WS-JS-ERROR
004590         EXIT PARAGRAPH
004600     END-IF.
004610     MOVE ZERO TO WS-JS-CODE-LENGTH.
004620     INSPECT WS-JS-CODE TALLYING WS-JS-CODE-LENGTH
004630         FOR CHARACTERS BEFORE INITIAL SPACE.
004640     IF WS-JS-CODE NOT = "*"
004650         IF WS-JS-CODE-LENGTH = ZERO OR WS-JS-CODE-LENGTH > 3
004660             SET WS-JOBSTREAM-NOT-VALID TO TRUE
004670             MOVE "codigo de retorno invalido" TO WS-JS-ERROR
004680             EXIT PARAGRAPH
004690         END-IF
004700         IF WS-JS-CODE(1:WS-JS-CODE-LENGTH) NOT NUMERIC
004710             SET WS-JOBSTREAM-NOT-VALID TO TRUE
004720             MOVE "codigo de retorno invalido" TO WS-JS-ERROR
004730             EXIT PARAGRAPH
004740         END-IF
004750     END-IF.
004760     IF WS-JS-ACTION NOT = "CONTINUE" AND
004770        WS-JS-ACTION NOT = "STOP" AND
004780        WS-JS-ACTION NOT = "SKIPTO"
004790         SET WS-JOBSTREAM-NOT-VALID TO TRUE
004800         MOVE "acao invalida (CONTINUE, STOP ou SKIPTO)"
004810             TO WS-JS-ERROR
004820         EXIT PARAGRAPH
004830     END-IF.
004840     IF WS-JS-ACTION = "SKIPTO"
004850         UNSTRING JS-LINE DELIMITED BY ALL SPACE
004860             INTO WS-JS-TARGET
004870             WITH POINTER WS-JS-POINTER
004880         END-UNSTRING
004890         MOVE FUNCTION UPPER-CASE(WS-JS-TARGET) TO WS-JS-TARGET
004900     END-IF.
004910     IF WS-RULE-COUNT NOT < WS-RULE-TABLE-MAX
004920         SET WS-JOBSTREAM-NOT-VALID TO TRUE
004930         MOVE "regras RC demais (maximo 80)" TO WS-JS-ERROR
004940         EXIT PARAGRAPH
004950     END-IF.
004960     ADD 1 TO WS-RULE-COUNT.
004970     SET WS-RULE-IDX TO WS-RULE-COUNT.
004980     MOVE WS-JS-NAME TO WS-RULE-STEP(WS-RULE-IDX).
004990     IF WS-JS-CODE = "*"
005000         MOVE "Y" TO WS-RULE-ANY-SW(WS-RULE-IDX)
005010         MOVE ZERO TO WS-RULE-CODE(WS-RULE-IDX)
005020     ELSE
005030         MOVE "N" TO WS-RULE-ANY-SW(WS-RULE-IDX)
005040         MOVE FUNCTION NUMVAL(WS-JS-CODE)
005050             TO WS-RULE-CODE(WS-RULE-IDX)
005060     END-IF.
005070     MOVE WS-JS-ACTION TO WS-RULE-ACTION(WS-RULE-IDX).
005080     MOVE WS-JS-TARGET TO WS-RULE-TARGET(WS-RULE-IDX).
005090     MOVE WS-JS-LINE-NUMBER TO WS-RULE-LINE(WS-RULE-IDX).
005100     MOVE SPACES TO WS-RULE-REASON(WS-RULE-IDX).
005110     IF WS-JS-POINTER NOT > 250
005120         MOVE JS-LINE(WS-JS-POINTER:)
005130             TO WS-RULE-REASON(WS-RULE-IDX)
005140     END-IF.
005150
005160*----------------------------------------------------------------
005170* CHECK-ONE-RULE-TARGET
005180*   CHECKS THAT A SKIPTO RULE NAMES A STEP THAT COMES AFTER THE
005190*   ONE IT BELONGS TO. USED AS THE VARYING PARAGRAPH OF
005200*   LOAD-JOBSTREAM.
005210*----------------------------------------------------------------
005220 CHECK-ONE-RULE-TARGET.
005230     IF WS-RULE-ACTION(WS-RULE-IDX) NOT = "SKIPTO"
005240         EXIT PARAGRAPH
005250     END-IF.
005260     MOVE WS-RULE-STEP(WS-RULE-IDX) TO WS-LOOKUP-NAME.
005270     PERFORM FIND-STEP-BY-NAME.
005280     MOVE WS-STEP-MATCH-IDX TO WS-NEXT-STEP-IDX.
005290     MOVE WS-RULE-TARGET(WS-RULE-IDX) TO WS-LOOKUP-NAME.
005300     PERFORM FIND-STEP-BY-NAME.
005310     IF WS-STEP-NOT-FOUND OR
005320        WS-STEP-MATCH-IDX NOT > WS-NEXT-STEP-IDX
005330         SET WS-JOBSTREAM-NOT-VALID TO TRUE
005340         MOVE WS-RULE-LINE(WS-RULE-IDX) TO WS-JS-LINE-NUMBER
005350         STRING "SKIPTO de " DELIMITED BY SIZE
005360                WS-RULE-STEP(WS-RULE-IDX) DELIMITED BY SPACE
005370                " nao aponta para uma etapa posterior"
005380                DELIMITED BY SIZE
005390                INTO WS-JS-ERROR
005400     END-IF.
005410
005420*----------------------------------------------------------------
005430* FIND-STEP-BY-NAME
005440*   LOOKS WS-LOOKUP-NAME UP IN THE STEP TABLE, LEAVING ITS
005450*   POSITION IN WS-STEP-MATCH-IDX.
005460*----------------------------------------------------------------
005470 FIND-STEP-BY-NAME.
005480     SET WS-STEP-NOT-FOUND TO TRUE.
005490     MOVE ZERO TO WS-STEP-MATCH-IDX.
005500     PERFORM MATCH-ONE-STEP-NAME
005510         VARYING WS-FIND-IDX FROM 1 BY 1
005520         UNTIL WS-FIND-IDX > WS-STEP-COUNT
005530            OR WS-STEP-WAS-FOUND.
005540
005550*----------------------------------------------------------------
005560* MATCH-ONE-STEP-NAME
005570*   COMPARES ONE STEP-TABLE ENTRY WITH WS-LOOKUP-NAME. USED AS
005580*   THE VARYING PARAGRAPH OF FIND-STEP-BY-NAME.
005590*----------------------------------------------------------------
005600 MATCH-ONE-STEP-NAME.
005610     IF WS-STEP-NAME(WS-FIND-IDX) = WS-LOOKUP-NAME
005620         SET WS-STEP-WAS-FOUND TO TRUE
005630         SET WS-STEP-MATCH-IDX TO WS-FIND-IDX
005640     END-IF.
005650
005660*----------------------------------------------------------------
005670* LOAD-RESTART-POINT
005680*   READS RUN-CONTROL TO THE END TO FIND WHERE THE LAST DRIVER
005690*   RUN LEFT THE STREAM: THE RESTART STEP OF ITS CADEIA RECORD,
005700*   OR, WHEN IT NEVER WROTE ONE, THE STEP IT WAS RUNNING OR WAS
005710*   ABOUT TO RUN. A MISSING RUN-CONTROL MEANS A FIRST RUN.
005720*----------------------------------------------------------------
005730 LOAD-RESTART-POINT.
005740     OPEN INPUT RUN-CONTROL.
005750     IF WS-RUNCTL-STATUS NOT = "00"
005760         EXIT PARAGRAPH
005770     END-IF.
005780     PERFORM READ-ONE-CONTROL-RECORD UNTIL WS-END-OF-RUNCTL.
005790     CLOSE RUN-CONTROL.
005800
005810*----------------------------------------------------------------
005820* READ-ONE-CONTROL-RECORD
005830*   READS ONE RUN-CONTROL RECORD AND CARRIES FORWARD THE STEP
005840*   THE STREAM WOULD PICK UP AT AFTER IT.
005850*----------------------------------------------------------------
005860 READ-ONE-CONTROL-RECORD.
005870     READ RUN-CONTROL
005880         AT END
005890             SET WS-END-OF-RUNCTL TO TRUE
005900             EXIT PARAGRAPH
005910     END-READ.
005920     IF RCL-KIND = "INICIO"
005930         MOVE RCL-STEP TO WS-RESTART-STEP
005940         MOVE "execucao anterior interrompida durante a etapa"
005950             TO WS-PRIOR-REASON
005960     ELSE IF RCL-KIND = "FIM"
005970         MOVE RCL-NEXT-STEP TO WS-RESTART-STEP
005980         MOVE "execucao anterior interrompida entre etapas"
005990             TO WS-PRIOR-REASON
006000     ELSE IF RCL-KIND = "CADEIA"
006010         MOVE RCL-NEXT-STEP TO WS-RESTART-STEP
006020         MOVE RCL-REASON TO WS-PRIOR-REASON
006030     END-IF.
006040
006050*----------------------------------------------------------------
006060* FIND-FIRST-STEP
006070*   SETS THE STEP THIS RUN STARTS AT: THE STEP NAMED ON THE
006080*   COMMAND LINE ("INICIO" FOR THE FIRST STEP), OTHERWISE THE
006090*   RESTART POINT LEFT BY THE LAST RUN, OTHERWISE THE FIRST
006100*   STEP. THE STEPS BEFORE IT ARE MARKED DONE BY AN EARLIER RUN.
006110*----------------------------------------------------------------
006120 FIND-FIRST-STEP.
006130     MOVE 1 TO WS-FIRST-STEP-IDX.
006140     IF WS-START-ARGUMENT = "INICIO"
006150         DISPLAY "Inicio forcado na primeira etapa"
006160         EXIT PARAGRAPH
006170     END-IF.
006180     IF WS-START-ARGUMENT NOT = SPACES
006190         MOVE WS-START-ARGUMENT TO WS-LOOKUP-NAME
006200         PERFORM FIND-STEP-BY-NAME
006210         IF WS-STEP-NOT-FOUND
006220             DISPLAY "Etapa " WS-START-ARGUMENT
006230                     " nao existe no JOBSTREAM"
006240                     " - inicio na primeira"
006250             EXIT PARAGRAPH
006260         END-IF
006270         MOVE "inicio pedido na linha de comando"
006280             TO WS-PRIOR-REASON
006290     ELSE
006300         IF WS-RESTART-STEP = SPACES
006310             EXIT PARAGRAPH
006320         END-IF
006330         MOVE WS-RESTART-STEP TO WS-LOOKUP-NAME
006340         PERFORM FIND-STEP-BY-NAME
006350         IF WS-STEP-NOT-FOUND
006360             DISPLAY "Etapa de reinicio " WS-RESTART-STEP
006370                     " nao existe mais no JOBSTREAM"
006380                     " - inicio na primeira"
006390             EXIT PARAGRAPH
006400         END-IF
006410     END-IF.
006420     MOVE WS-STEP-MATCH-IDX TO WS-FIRST-STEP-IDX.
006430     IF WS-FIRST-STEP-IDX > 1
006440         SET WS-STREAM-RESTARTED TO TRUE
006450         DISPLAY "Reinicio na etapa "
006460                 WS-STEP-NAME(WS-FIRST-STEP-IDX)
006470         PERFORM MARK-ONE-STEP-EARLIER
006480             VARYING WS-STEP-IDX FROM 1 BY 1
006490             UNTIL WS-STEP-IDX NOT < WS-FIRST-STEP-IDX
006500     END-IF.
006510
006520*----------------------------------------------------------------
006530* MARK-ONE-STEP-EARLIER
006540*   MARKS ONE STEP BEFORE THE RESTART POINT AS DONE BY AN
006550*   EARLIER RUN. USED AS THE VARYING PARAGRAPH OF
006560*   FIND-FIRST-STEP.
006570*----------------------------------------------------------------
006580 MARK-ONE-STEP-EARLIER.
006590     SET WS-STEP-EARLIER(WS-STEP-IDX) TO TRUE.
006600
006610*----------------------------------------------------------------
006620* RUN-ONE-STEP
006630*   RUNS ONE STEP'S COMMAND, OR PASSES OVER IT WHEN AN EARLIER
006640*   SKIPTO JUMPED PAST IT, AND DECIDES FROM ITS RETURN CODE WHAT
006650*   HAPPENS NEXT. USED AS THE VARYING PARAGRAPH OF
006660*   MAIN-PROCEDURE.
006670*----------------------------------------------------------------
006680 RUN-ONE-STEP.
006690     IF WS-STEP-IDX < WS-SKIP-TO-IDX
006700         SET WS-STEP-SKIPPED(WS-STEP-IDX) TO TRUE
006710         MOVE "PULADA" TO WS-STEP-ACTION(WS-STEP-IDX)
006720         SET WS-NEXT-STEP-IDX TO WS-STEP-IDX
006730         ADD 1 TO WS-NEXT-STEP-IDX
006740         PERFORM WRITE-STEP-END-RECORD
006750         EXIT PARAGRAPH
006760     END-IF.
006770
006780     PERFORM BUILD-TIMESTAMP.
006790     MOVE WS-TIMESTAMP TO WS-STEP-START(WS-STEP-IDX).
006800     DISPLAY "Etapa " WS-STEP-NAME(WS-STEP-IDX)
006810             " iniciada em " WS-TIMESTAMP.
006820     MOVE SPACES TO RUN-CONTROL-RECORD.
006830     MOVE "INICIO" TO RCL-KIND.
006840     MOVE WS-STEP-NAME(WS-STEP-IDX) TO RCL-STEP.
006850     MOVE WS-STEP-START(WS-STEP-IDX) TO RCL-START-STAMP.
006860     MOVE ZERO TO RCL-RETURN-CODE.
006870     PERFORM WRITE-CONTROL-RECORD.
006880
006890     MOVE WS-STEP-COMMAND(WS-STEP-IDX) TO COMMAND.
006900     PERFORM RUN-SHELL-COMMAND.
006910     PERFORM BUILD-TIMESTAMP.
006920     MOVE WS-TIMESTAMP TO WS-STEP-END(WS-STEP-IDX).
006930     MOVE WS-STEP-RC TO WS-STEP-RETURN-CODE(WS-STEP-IDX).
006940     SET WS-STEP-RAN(WS-STEP-IDX) TO TRUE.
006950     MOVE WS-STEP-RC TO WS-RC-DISPLAY.
006960     DISPLAY "Etapa " WS-STEP-NAME(WS-STEP-IDX)
006970             " terminada em " WS-TIMESTAMP " RC " WS-RC-DISPLAY.
006980
006990     PERFORM APPLY-STEP-RULE.
007000     PERFORM WRITE-STEP-END-RECORD.
007010
007020*----------------------------------------------------------------
007030* RUN-SHELL-COMMAND
007040*   HANDS COMMAND TO THE SYSTEM SHELL AND DECODES THE RAW WAIT
007050*   STATUS INTO THE STEP'S EXIT CODE. A COMMAND THAT COULD NOT
007060*   BE STARTED OR WAS KILLED BY A SIGNAL IS GIVEN CODE 999.
007070*----------------------------------------------------------------
007080 RUN-SHELL-COMMAND.
007090     CALL "SYSTEM" USING COMMAND.
007100     MOVE RETURN-CODE TO WS-SYSTEM-RC.
007110     IF WS-SYSTEM-RC < ZERO
007120         MOVE 999 TO WS-STEP-RC
007130         EXIT PARAGRAPH
007140     END-IF.
007150     DIVIDE WS-SYSTEM-RC BY 256
007160         GIVING WS-SYSTEM-RC
007170         REMAINDER WS-DIVIDE-REMAINDER.
007180     IF WS-DIVIDE-REMAINDER NOT = ZERO OR WS-SYSTEM-RC > 255
007190         MOVE 999 TO WS-STEP-RC
007200     ELSE
007210         MOVE WS-SYSTEM-RC TO WS-STEP-RC
007220     END-IF.
007230
007240*----------------------------------------------------------------
007250* APPLY-STEP-RULE
007260*   FINDS THE RULE FOR THE STEP'S RETURN CODE - ITS OWN RULE
007270*   FIRST, THEN THE STEP'S "*" RULE FOR A NON-ZERO CODE - AND
007280*   APPLIES IT. WITHOUT A RULE A ZERO CODE CONTINUES AND ANY
007290*   OTHER CODE STOPS. A STOP OR SKIPTO MAKES THIS STEP THE ONE
007300*   THAT STOPPED THE NIGHT, UNLESS AN EARLIER STEP ALREADY DID.
007310*----------------------------------------------------------------
007320 APPLY-STEP-RULE.
007330     MOVE ZERO TO WS-RULE-MATCH-IDX.
007340     MOVE ZERO TO WS-RULE-ANY-IDX.
007350     PERFORM MATCH-ONE-RULE
007360         VARYING WS-RULE-IDX FROM 1 BY 1
007370         UNTIL WS-RULE-IDX > WS-RULE-COUNT.
007380     IF WS-RULE-MATCH-IDX = ZERO AND WS-STEP-RC NOT = ZERO
007390         MOVE WS-RULE-ANY-IDX TO WS-RULE-MATCH-IDX
007400     END-IF.
007410     SET WS-NEXT-STEP-IDX TO WS-STEP-IDX.
007420     ADD 1 TO WS-NEXT-STEP-IDX.
007430
007440     IF WS-RULE-MATCH-IDX = ZERO
007450         IF WS-STEP-RC = ZERO
007460             MOVE "CONTINUE" TO WS-STEP-ACTION(WS-STEP-IDX)
007470         ELSE
007480             MOVE "STOP" TO WS-STEP-ACTION(WS-STEP-IDX)
007490             IF WS-STEP-RC = 999
007500                 MOVE "comando nao executado ou interrompido"
007510                     TO WS-STEP-REASON(WS-STEP-IDX)
007520             ELSE
007530                 MOVE "codigo de retorno sem regra no JOBSTREAM"
007540                     TO WS-STEP-REASON(WS-STEP-IDX)
007550             END-IF
007560         END-IF
007570     ELSE
007580         MOVE WS-RULE-ACTION(WS-RULE-MATCH-IDX)
007590             TO WS-STEP-ACTION(WS-STEP-IDX)
007600         MOVE WS-RULE-REASON(WS-RULE-MATCH-IDX)
007610             TO WS-STEP-REASON(WS-STEP-IDX)
007620     END-IF.
007630
007640     IF WS-STEP-ACTION(WS-STEP-IDX) = "STOP"
007650         SET WS-STREAM-STOPPED TO TRUE
007660         SET WS-NEXT-STEP-IDX TO WS-STEP-IDX
007670     END-IF.
007680     IF WS-STEP-ACTION(WS-STEP-IDX) = "SKIPTO"
007690         MOVE WS-RULE-TARGET(WS-RULE-MATCH-IDX) TO WS-LOOKUP-NAME
007700         PERFORM FIND-STEP-BY-NAME
007710         MOVE WS-STEP-MATCH-IDX TO WS-SKIP-TO-IDX
007720         MOVE WS-STEP-MATCH-IDX TO WS-NEXT-STEP-IDX
007730     END-IF.
007740     IF (WS-STEP-ACTION(WS-STEP-IDX) = "STOP" OR
007750         WS-STEP-ACTION(WS-STEP-IDX) = "SKIPTO")
007760        AND WS-STOP-STEP-IDX = ZERO
007770         SET WS-STOP-STEP-IDX TO WS-STEP-IDX
007780     END-IF.
007790
007800*----------------------------------------------------------------
007810* MATCH-ONE-RULE
007820*   TESTS ONE RULE AGAINST THE STEP AND ITS RETURN CODE, KEEPING
007830*   THE FIRST EXACT MATCH AND THE FIRST "*" RULE SEPARATELY.
007840*   USED AS THE VARYING PARAGRAPH OF APPLY-STEP-RULE.
007850*----------------------------------------------------------------
007860 MATCH-ONE-RULE.
007870     IF WS-RULE-STEP(WS-RULE-IDX) NOT = WS-STEP-NAME(WS-STEP-IDX)
007880         EXIT PARAGRAPH
007890     END-IF.
007900     IF WS-RULE-ANY-CODE(WS-RULE-IDX)
007910         IF WS-RULE-ANY-IDX = ZERO
007920             SET WS-RULE-ANY-IDX TO WS-RULE-IDX
007930         END-IF
007940     ELSE
007950         IF WS-RULE-CODE(WS-RULE-IDX) = WS-STEP-RC
007960            AND WS-RULE-MATCH-IDX = ZERO
007970             SET WS-RULE-MATCH-IDX TO WS-RULE-IDX
007980         END-IF
007990     END-IF.
008000
008010*----------------------------------------------------------------
008020* WRITE-STEP-END-RECORD
008030*   APPENDS THE FIM RECORD OF THE STEP AT WS-STEP-IDX, WITH THE
008040*   STEP THE STREAM GOES ON TO (SPACES PAST THE LAST STEP).
008050*----------------------------------------------------------------
008060 WRITE-STEP-END-RECORD.
008070     MOVE SPACES TO RUN-CONTROL-RECORD.
008080     MOVE "FIM" TO RCL-KIND.
008090     MOVE WS-STEP-NAME(WS-STEP-IDX) TO RCL-STEP.
008100     MOVE WS-STEP-START(WS-STEP-IDX) TO RCL-START-STAMP.
008110     MOVE WS-STEP-END(WS-STEP-IDX) TO RCL-END-STAMP.
008120     MOVE WS-STEP-RETURN-CODE(WS-STEP-IDX) TO RCL-RETURN-CODE.
008130     MOVE WS-STEP-ACTION(WS-STEP-IDX) TO RCL-ACTION.
008140     IF WS-NEXT-STEP-IDX > ZERO AND
008150        WS-NEXT-STEP-IDX NOT > WS-STEP-COUNT
008160         MOVE WS-STEP-NAME(WS-NEXT-STEP-IDX) TO RCL-NEXT-STEP
008170     END-IF.
008180     MOVE WS-STEP-REASON(WS-STEP-IDX) TO RCL-REASON.
008190     PERFORM WRITE-CONTROL-RECORD.
008200
008210*----------------------------------------------------------------
008220* WRITE-STREAM-RECORD
008230*   APPENDS THE CADEIA RECORD THAT CLOSES THIS DRIVER RUN: THE
008240*   STEP THE NEXT RUN RESTARTS AT AND WHY, OR SPACES WHEN THE
008250*   NIGHT COMPLETED.
008260*----------------------------------------------------------------
008270 WRITE-STREAM-RECORD.
008280     MOVE SPACES TO RUN-CONTROL-RECORD.
008290     MOVE "CADEIA" TO RCL-KIND.
008300     MOVE WS-STREAM-STAMP TO RCL-START-STAMP.
008310     PERFORM BUILD-TIMESTAMP.
008320     MOVE WS-TIMESTAMP TO RCL-END-STAMP.
008330     MOVE ZERO TO RCL-RETURN-CODE.
008340     IF WS-STOP-STEP-IDX > ZERO
008350         MOVE WS-STEP-NAME(WS-STOP-STEP-IDX) TO RCL-STEP
008360         MOVE WS-STEP-NAME(WS-STOP-STEP-IDX) TO RCL-NEXT-STEP
008370         MOVE WS-STEP-RETURN-CODE(WS-STOP-STEP-IDX)
008380             TO RCL-RETURN-CODE
008390         MOVE WS-STEP-ACTION(WS-STOP-STEP-IDX) TO RCL-ACTION
008400         MOVE WS-STEP-REASON(WS-STOP-STEP-IDX) TO RCL-REASON
008410     ELSE
008420         MOVE "COMPLETA" TO RCL-ACTION
008430     END-IF.
008440     PERFORM WRITE-CONTROL-RECORD.
008450
008460*----------------------------------------------------------------
008470* WRITE-CONTROL-RECORD
008480*   APPENDS RUN-CONTROL-RECORD, STAMPED WITH THIS DRIVER RUN'S
008490*   START, TO RUN-CONTROL. THE FILE IS OPENED AND CLOSED FOR
008500*   EACH RECORD SO WHAT IS WRITTEN SURVIVES THE DRIVER BEING
008510*   STOPPED IN THE MIDDLE OF A STEP.
008520*----------------------------------------------------------------
008530 WRITE-CONTROL-RECORD.
008540     MOVE WS-STREAM-STAMP TO RCL-STREAM-STAMP.
008550     OPEN EXTEND RUN-CONTROL.
008560     IF WS-RUNCTL-STATUS = "35"
008570         OPEN OUTPUT RUN-CONTROL
008580         CLOSE RUN-CONTROL
008590         OPEN EXTEND RUN-CONTROL
008600     END-IF.
008610     IF WS-RUNCTL-STATUS NOT = "00"
008620         DISPLAY "Nao foi possivel abrir RUN-CONTROL"
008630         EXIT PARAGRAPH
008640     END-IF.
008650     WRITE RUN-CONTROL-RECORD.
008660     CLOSE RUN-CONTROL.
008670
008680*----------------------------------------------------------------
008690* WRITE-STREAM-REPORT
008700*   WRITES THE ONE-PAGE STREAM REPORT: WHERE THIS RUN STARTED,
008710*   ONE LINE PER STEP, AND THE STEP THAT STOPPED THE NIGHT AND
008720*   WHY, OR THAT THE NIGHT COMPLETED.
008730*----------------------------------------------------------------
008740 WRITE-STREAM-REPORT.
008750     MOVE SPACES TO REPORT-LINE.
008760     MOVE WS-STEP-COUNT TO WS-COUNT-DISPLAY.
008770     STRING "Etapas no JOBSTREAM: " DELIMITED BY SIZE
008780            WS-COUNT-DISPLAY DELIMITED BY SIZE
008790            INTO REPORT-LINE.
008800     WRITE REPORT-LINE.
008810     MOVE SPACES TO REPORT-LINE.
008820     IF WS-STREAM-RESTARTED
008830         STRING "Reinicio na etapa " DELIMITED BY SIZE
008840                WS-STEP-NAME(WS-FIRST-STEP-IDX) DELIMITED BY SPACE
008850                " - " DELIMITED BY SIZE
008860                WS-PRIOR-REASON DELIMITED BY SIZE
008870                INTO REPORT-LINE
008880     ELSE
008890         MOVE "Execucao desde a primeira etapa" TO REPORT-LINE
008900     END-IF.
008910     WRITE REPORT-LINE.
008920     MOVE SPACES TO REPORT-LINE.
008930     WRITE REPORT-LINE.
008940     MOVE "Etapa     Inicio               Fim" TO REPORT-LINE.
008950     MOVE "RC   Acao      Observacao" TO REPORT-LINE(53:).
008960     WRITE REPORT-LINE.
008970     PERFORM WRITE-ONE-STEP-LINE
008980         VARYING WS-STEP-IDX FROM 1 BY 1
008990         UNTIL WS-STEP-IDX > WS-STEP-COUNT.
009000     MOVE SPACES TO REPORT-LINE.
009010     WRITE REPORT-LINE.
009020
009030     IF WS-STOP-STEP-IDX = ZERO
009040         MOVE "Resultado: cadeia completa" TO REPORT-LINE
009050         WRITE REPORT-LINE
009060         MOVE "Proxima execucao comeca na primeira etapa"
009070             TO REPORT-LINE
009080         WRITE REPORT-LINE
009090         EXIT PARAGRAPH
009100     END-IF.
009110     MOVE SPACES TO REPORT-LINE.
009120     STRING "Resultado: noite parada na etapa " DELIMITED BY SIZE
009130            WS-STEP-NAME(WS-STOP-STEP-IDX) DELIMITED BY SPACE
009140            INTO REPORT-LINE.
009150     WRITE REPORT-LINE.
009160     MOVE SPACES TO REPORT-LINE.
009170     MOVE WS-STEP-RETURN-CODE(WS-STOP-STEP-IDX) TO WS-RC-DISPLAY.
009180     STRING "  Motivo: RC " DELIMITED BY SIZE
009190            WS-RC-DISPLAY DELIMITED BY SIZE
009200            " - " DELIMITED BY SIZE
009210            WS-STEP-REASON(WS-STOP-STEP-IDX) DELIMITED BY SIZE
009220            INTO REPORT-LINE.
009230     WRITE REPORT-LINE.
009240     IF WS-STEP-ACTION(WS-STOP-STEP-IDX) = "SKIPTO"
009250         MOVE SPACES TO REPORT-LINE
009260         STRING "  Etapas seguintes puladas ate "
009270                DELIMITED BY SIZE
009280                WS-STEP-NAME(WS-SKIP-TO-IDX) DELIMITED BY SPACE
009290                INTO REPORT-LINE
009300         WRITE REPORT-LINE
009310     END-IF.
009320     MOVE SPACES TO REPORT-LINE.
009330     STRING "Proxima execucao recomeca na etapa "
009340            DELIMITED BY SIZE
009350            WS-STEP-NAME(WS-STOP-STEP-IDX) DELIMITED BY SPACE
009360            INTO REPORT-LINE.
009370     WRITE REPORT-LINE.
009380
009390*----------------------------------------------------------------
009400* WRITE-ONE-STEP-LINE
009410*   WRITES THE REPORT LINE OF ONE STEP. USED AS THE VARYING
009420*   PARAGRAPH OF WRITE-STREAM-REPORT.
009430*----------------------------------------------------------------
009440 WRITE-ONE-STEP-LINE.
009450     MOVE WS-STEP-NAME(WS-STEP-IDX) TO SL-NAME.
009460     MOVE WS-STEP-START(WS-STEP-IDX) TO SL-START.
009470     MOVE WS-STEP-END(WS-STEP-IDX) TO SL-END.
009480     MOVE SPACES TO SL-RC.
009490     MOVE WS-STEP-ACTION(WS-STEP-IDX) TO SL-ACTION.
009500     MOVE WS-STEP-REASON(WS-STEP-IDX) TO SL-NOTE.
009510     IF WS-STEP-RAN(WS-STEP-IDX)
009520         MOVE WS-STEP-RETURN-CODE(WS-STEP-IDX) TO WS-RC-DISPLAY
009530         MOVE WS-RC-DISPLAY TO SL-RC
009540     ELSE IF WS-STEP-EARLIER(WS-STEP-IDX)
009550         MOVE "ANTERIOR" TO SL-ACTION
009560         MOVE "concluida em execucao anterior" TO SL-NOTE
009570     ELSE IF WS-STEP-SKIPPED(WS-STEP-IDX)
009580         MOVE "pulada nesta noite" TO SL-NOTE
009590     ELSE
009600         MOVE "-" TO SL-ACTION
009610         MOVE "nao executada" TO SL-NOTE
009620     END-IF.
009630     MOVE WS-STEP-LINE TO REPORT-LINE.
009640     WRITE REPORT-LINE.
009650
009660*----------------------------------------------------------------
009670* BUILD-TIMESTAMP
009680*   FORMATS TODAY'S DATE AND THE CURRENT TIME INTO WS-TIMESTAMP.
009690*----------------------------------------------------------------
009700 BUILD-TIMESTAMP.
009710     ACCEPT WS-CURRENT-DATE-FIELDS FROM DATE YYYYMMDD.
009720     ACCEPT WS-CURRENT-TIME-FIELDS FROM TIME.
009730     STRING WS-CD-YYYY           DELIMITED BY SIZE
009740            "-"                  DELIMITED BY SIZE
009750            WS-CD-MM             DELIMITED BY SIZE
009760            "-"                  DELIMITED BY SIZE
009770            WS-CD-DD             DELIMITED BY SIZE
009780            " "                  DELIMITED BY SIZE
009790            WS-CT-HH             DELIMITED BY SIZE
009800            ":"                  DELIMITED BY SIZE
009810            WS-CT-MM             DELIMITED BY SIZE
009820            ":"                  DELIMITED BY SIZE
009830            WS-CT-SS             DELIMITED BY SIZE
009840            INTO WS-TIMESTAMP.
