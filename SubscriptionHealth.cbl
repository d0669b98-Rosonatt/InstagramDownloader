000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. SUBSCRIPTIONHEALTH.
000120 AUTHOR. R-SONATT.
000130 INSTALLATION. MEDIA-ARCHIVE-UNIT.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-15  RS   ORIGINAL PROGRAM - SUBSCRIPTION HEALTH. READS
000200*                  THE SUBSCRIPTION-HISTORY FILE QUEUEBUILDER
000210*                  KEEPS AND RANKS EVERY ACTIVE SUBSCRIPTION AS
000220*                  FALHANDO (HEALTH-FAIL-STREAK CONSECUTIVE
000230*                  LISTING FAILURES, DEFAULT 3), PRIVADA (MORE
000240*                  THAN HEALTH-PRIVATE-PCT PERCENT, DEFAULT 50, OF
000250*                  AT LEAST HEALTH-PRIVATE-MIN FINISHED POSTS OF
000260*                  THE LAST 90 DAYS FAILED AS CONTA-PRIVADA OR
000270*                  LOGIN-NECESSARIO), QUIETA (NO NEW POST IN
000280*                  HEALTH-QUIET-DAYS DAYS, DEFAULT 30) OR
000290*                  SAUDAVEL, WORST FIRST, IN THE SUBRPT REPORT.
000300*                  FALHANDO AND PRIVADA ACCOUNTS, AND QUIETA ONES
000310*                  SILENT FOR HEALTH-DORMANT-DAYS (DEFAULT 180),
000320*                  ARE PROPOSED FOR INACTIVATION. EXIT CODE 1
000330*                  WHEN ANYTHING IS PROPOSED.
000340*----------------------------------------------------------------
000350
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390
000400     SELECT SUBSCRIPTION-HISTORY ASSIGN TO "SUBHIST"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-SUBHIST-STATUS.
000430
000440     SELECT HEALTH-REPORT ASSIGN TO "SUBRPT"
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
000560* SUBSCRIPTION-HISTORY HOLDS ONE LINE PER SUBSCRIPTION, WRITTEN BY
000570* QUEUEBUILDER IN THE ORDER OF SUBSCRIPTIONS: THE ACCOUNT, TYPE
000580* AND ACTIVE FLAG, WHEN IT WAS FIRST SEEN, LAST LISTED AND LAST
000590* FAILED TO LIST, ITS RUN OF CONSECUTIVE LISTING FAILURES, THE
000600* UPLOAD DATE OF THE NEWEST POST QUEUED AND WHEN A POST WAS LAST
000610* QUEUED, THEN THE POSTS QUEUED OVER THE LAST 30 AND 90 DAYS AND
000620* HOW THE 90-DAY ONES ENDED, AS COUNTED ON SH-COUNTED.
000630*----------------------------------------------------------------
000640 FD  SUBSCRIPTION-HISTORY
000650     RECORD CONTAINS 134 CHARACTERS.
000660 01  SUBHIST-RECORD.
000670     05  SH-ACCOUNT              PIC X(30).
000680     05  FILLER                  PIC X(01).
000690     05  SH-TYPE                 PIC X(10).
000700     05  FILLER                  PIC X(01).
000710     05  SH-ACTIVE               PIC X(01).
000720     05  FILLER                  PIC X(01).
000730     05  SH-FIRST-SEEN           PIC X(08).
000740     05  FILLER                  PIC X(01).
000750     05  SH-LAST-LISTED          PIC X(08).
000760     05  FILLER                  PIC X(01).
000770     05  SH-LAST-FAILED          PIC X(08).
000780     05  FILLER                  PIC X(01).
000790     05  SH-FAIL-STREAK          PIC 9(05).
000800     05  FILLER                  PIC X(01).
000810     05  SH-LAST-POST            PIC X(08).
000820     05  FILLER                  PIC X(01).
000830     05  SH-LAST-QUEUED          PIC X(08).
000840     05  FILLER                  PIC X(01).
000850     05  SH-POST-COUNTS.
000860         10  SH-QUEUED-30        PIC 9(05).
000870         10  SH-QUEUED-90        PIC 9(05).
000880         10  SH-SUCCESS-90       PIC 9(05).
000890         10  SH-FAILED-90        PIC 9(05).
000900         10  SH-PRIVATE-90       PIC 9(05).
000910         10  SH-PENDING-90       PIC 9(05).
000920     05  FILLER                  PIC X(01).
000930     05  SH-COUNTED              PIC X(08).
000940
000950 FD  HEALTH-REPORT
000960     RECORD CONTAINS 132 CHARACTERS.
000970 01  REPORT-LINE                 PIC X(132).
000980
000990 FD  CONFIG-FILE
001000     RECORD CONTAINS 80 CHARACTERS.
001010 01  CONFIG-RECORD.
001020     05  CFG-LINE                PIC X(80).
001030
001040 WORKING-STORAGE SECTION.
001050
001060*----------------------------------------------------------------
001070* STANDALONE ITEMS
001080*----------------------------------------------------------------
001090 77  WS-SUBHIST-STATUS           PIC X(02)  VALUE "00".
001100 77  WS-REPORT-STATUS            PIC X(02)  VALUE "00".
001110 77  WS-CONFIG-STATUS            PIC X(02)  VALUE "00".
001120 77  WS-CFG-KEYWORD              PIC X(20).
001130 77  WS-CFG-VALUE                PIC X(20).
001140 77  WS-TIMESTAMP                PIC X(19).
001150 77  WS-TODAY-DATE               PIC X(08).
001160 77  WS-TODAY-INT                PIC 9(09)  COMP  VALUE ZERO.
001170 77  WS-REF-DATE                 PIC X(08).
001180 77  WS-REF-NUM                  PIC 9(08).
001190 77  WS-REF-INT                  PIC 9(09)  COMP  VALUE ZERO.
001200 77  WS-FAIL-STREAK-LIMIT        PIC 9(05)  COMP  VALUE 3.
001210 77  WS-PRIVATE-PCT-LIMIT        PIC 9(05)  COMP  VALUE 50.
001220 77  WS-PRIVATE-MIN              PIC 9(05)  COMP  VALUE 3.
001230 77  WS-QUIET-DAYS               PIC 9(05)  COMP  VALUE 30.
001240 77  WS-DORMANT-DAYS             PIC 9(05)  COMP  VALUE 180.
001250 77  WS-ACCT-COUNT               PIC 9(05)  COMP  VALUE ZERO.
001260 77  WS-ACCT-MAX                 PIC 9(05)  COMP  VALUE 500.
001270 77  WS-ACCT-DROPPED             PIC 9(05)  COMP  VALUE ZERO.
001280 77  WS-BAD-RECORDS              PIC 9(05)  COMP  VALUE ZERO.
001290 77  WS-INACTIVE-COUNT           PIC 9(05)  COMP  VALUE ZERO.
001300 77  WS-FINISHED                 PIC 9(07)  COMP  VALUE ZERO.
001310 77  WS-BEST-SUB                 PIC 9(05)  COMP  VALUE ZERO.
001320 77  WS-SECTION-CLASS            PIC X(01)  VALUE SPACE.
001330 77  WS-SECTION-COUNT            PIC 9(05)  COMP  VALUE ZERO.
001340 77  WS-TOTAL-PROPOSED           PIC 9(05)  COMP  VALUE ZERO.
001350 77  WS-COUNT-DISPLAY            PIC ZZZZZZ9.
001360 77  WS-LIMIT-DISPLAY            PIC ZZZZ9.
001370 77  WS-MIN-DISPLAY              PIC ZZZZ9.
001380
001390*----------------------------------------------------------------
001400* CURRENT DATE / TIME WORK AREAS (USED TO BUILD WS-TIMESTAMP)
001410*----------------------------------------------------------------
001420 01  WS-CURRENT-DATE-FIELDS.
001430     05  WS-CD-YYYY              PIC 9(04).
001440     05  WS-CD-MM                PIC 9(02).
001450     05  WS-CD-DD                PIC 9(02).
001460
001470 01  WS-CURRENT-TIME-FIELDS.
001480     05  WS-CT-HH                PIC 9(02).
001490     05  WS-CT-MM                PIC 9(02).
001500     05  WS-CT-SS                PIC 9(02).
001510     05  WS-CT-HH2               PIC 9(02).
001520
001530*----------------------------------------------------------------
001540* SWITCHES
001550*----------------------------------------------------------------
001560 01  WS-SWITCHES.
001570     05  WS-SUBHIST-EOF-SWITCH   PIC X(01)  VALUE "N".
001580         88  WS-END-OF-SUBHIST              VALUE "Y".
001590     05  WS-CONFIG-EOF-SWITCH    PIC X(01)  VALUE "N".
001600         88  WS-END-OF-CONFIG               VALUE "Y".
001610     05  WS-SECTION-SWITCH       PIC X(01)  VALUE "N".
001620         88  WS-SECTION-DONE                VALUE "Y".
001630         88  WS-SECTION-NOT-DONE            VALUE "N".
001640
001650*----------------------------------------------------------------
001660* ACCOUNT TABLE - ONE ENTRY PER ACTIVE SUBSCRIPTION IN
001670* SUBSCRIPTION-HISTORY, WITH ITS CLASS (F = FALHANDO, P = PRIVADA,
001680* Q = QUIETA, S = SAUDAVEL), THE VALUE IT IS RANKED BY WITHIN ITS
001690* CLASS (FAILURE RUN, PRIVATE PERCENTAGE, DAYS WITHOUT A NEW POST
001700* OR POSTS QUEUED IN 90 DAYS), WHETHER IT HAS BEEN REPORTED YET
001710* AND WHETHER IT IS PROPOSED FOR INACTIVATION.
001720*----------------------------------------------------------------
001730 01  WS-ACCT-TABLE.
001740     05  WS-ACCT-ENTRY           OCCURS 500 TIMES
001750                                  INDEXED BY WS-ACCT-IDX.
001760         10  WS-AC-ACCOUNT       PIC X(30).
001770         10  WS-AC-TYPE          PIC X(10).
001780         10  WS-AC-CLASS         PIC X(01).
001790         10  WS-AC-RANK-VALUE    PIC 9(07)  COMP.
001800         10  WS-AC-STREAK        PIC 9(05)  COMP.
001810         10  WS-AC-LAST-POST     PIC X(08).
001820         10  WS-AC-QUIET-DAYS    PIC 9(05)  COMP.
001830         10  WS-AC-QUEUED-30     PIC 9(05)  COMP.
001840         10  WS-AC-QUEUED-90     PIC 9(05)  COMP.
001850         10  WS-AC-SUCCESS-90    PIC 9(05)  COMP.
001860         10  WS-AC-FAILED-90     PIC 9(05)  COMP.
001870         10  WS-AC-PRIVATE-90    PIC 9(05)  COMP.
001880         10  WS-AC-PENDING-90    PIC 9(05)  COMP.
001890         10  WS-AC-PRIVATE-PCT   PIC 9(03)  COMP.
001900         10  WS-AC-LISTED-SW     PIC X(01).
001910             88  WS-AC-LISTED               VALUE "Y".
001920         10  WS-AC-PROPOSED-SW   PIC X(01).
001930             88  WS-AC-PROPOSED             VALUE "Y".
001940
001950*----------------------------------------------------------------
001960* REPORT LINES - THE COLUMN HEADINGS AND ONE LINE PER ACCOUNT.
001970*----------------------------------------------------------------
001980 01  WS-COLUMN-LINE.
001990     05  FILLER                  PIC X(02)  VALUE SPACES.
002000     05  FILLER                  PIC X(31)  VALUE "Conta".
002010     05  FILLER                  PIC X(11)  VALUE "Tipo".
002020     05  FILLER                  PIC X(06)  VALUE "Falha".
002030     05  FILLER                  PIC X(11)  VALUE "Ult. post".
002040     05  FILLER                  PIC X(06)  VALUE " Dias".
002050     05  FILLER                  PIC X(06)  VALUE "  30d".
002060     05  FILLER                  PIC X(06)  VALUE "  90d".
002070     05  FILLER                  PIC X(06)  VALUE "   OK".
002080     05  FILLER                  PIC X(06)  VALUE "Falha".
002090     05  FILLER                  PIC X(06)  VALUE " Priv".
002100     05  FILLER                  PIC X(06)  VALUE " Pend".
002110     05  FILLER                  PIC X(05)  VALUE "Priv%".
002120     05  FILLER                  PIC X(24)  VALUE SPACES.
002130
002140 01  WS-ACCOUNT-LINE.
002150     05  FILLER                  PIC X(02)  VALUE SPACES.
002160     05  AL-ACCOUNT              PIC X(30).
002170     05  FILLER                  PIC X(01)  VALUE SPACES.
002180     05  AL-TYPE                 PIC X(10).
002190     05  FILLER                  PIC X(01)  VALUE SPACES.
002200     05  AL-STREAK               PIC ZZZZ9.
002210     05  FILLER                  PIC X(01)  VALUE SPACES.
002220     05  AL-LAST-POST            PIC X(10).
002230     05  FILLER                  PIC X(01)  VALUE SPACES.
002240     05  AL-QUIET-DAYS           PIC ZZZZ9.
002250     05  FILLER                  PIC X(01)  VALUE SPACES.
002260     05  AL-QUEUED-30            PIC ZZZZ9.
002270     05  FILLER                  PIC X(01)  VALUE SPACES.
002280     05  AL-QUEUED-90            PIC ZZZZ9.
002290     05  FILLER                  PIC X(01)  VALUE SPACES.
002300     05  AL-SUCCESS-90           PIC ZZZZ9.
002310     05  FILLER                  PIC X(01)  VALUE SPACES.
002320     05  AL-FAILED-90            PIC ZZZZ9.
002330     05  FILLER                  PIC X(01)  VALUE SPACES.
002340     05  AL-PRIVATE-90           PIC ZZZZ9.
002350     05  FILLER                  PIC X(01)  VALUE SPACES.
002360     05  AL-PENDING-90           PIC ZZZZ9.
002370     05  FILLER                  PIC X(02)  VALUE SPACES.
002380     05  AL-PRIVATE-PCT          PIC ZZ9.
002390     05  FILLER                  PIC X(02)  VALUE SPACES.
002400     05  AL-NOTE                 PIC X(22).
002410
002420 PROCEDURE DIVISION.
002430
002440*----------------------------------------------------------------
002450* MAIN-PROCEDURE
002460*   LOADS AND CLASSIFIES THE SUBSCRIPTION HISTORY, WRITES ONE
002470*   RANKED SECTION PER CLASS AND THE INACTIVATION PROPOSALS, AND
002480*   ENDS WITH THE NUMBER OF ACCOUNTS PROPOSED.
002490*----------------------------------------------------------------
002500 MAIN-PROCEDURE.
002510     DISPLAY "Saude das assinaturas".
002520     PERFORM BUILD-TIMESTAMP.
002530     DISPLAY "Inicio: " WS-TIMESTAMP.
002540     MOVE WS-CURRENT-DATE-FIELDS TO WS-TODAY-DATE.
002550     MOVE WS-CURRENT-DATE-FIELDS TO WS-REF-NUM.
002560     MOVE FUNCTION INTEGER-OF-DATE(WS-REF-NUM) TO WS-TODAY-INT.
002570     PERFORM LOAD-CONFIG.
002580
002590     OPEN OUTPUT HEALTH-REPORT.
002600     IF WS-REPORT-STATUS NOT = "00"
002610         DISPLAY "Nao foi possivel abrir HEALTH-REPORT"
002620         MOVE 1 TO RETURN-CODE
002630         STOP RUN
002640     END-IF.
002650     PERFORM WRITE-REPORT-HEADER.
002660
002670     PERFORM LOAD-SUBSCRIPTION-HISTORY.
002680     IF WS-ACCT-COUNT = ZERO
002690         MOVE SPACES TO REPORT-LINE
002700         WRITE REPORT-LINE
002710         MOVE "Nenhuma assinatura ativa em SUBSCRIPTION-HISTORY"
002720             TO REPORT-LINE
002730         WRITE REPORT-LINE
002740     ELSE
002750         MOVE "F" TO WS-SECTION-CLASS
002760         MOVE "Falhando - falhas de listagem seguidas"
002770             TO REPORT-LINE
002780         PERFORM WRITE-CLASS-SECTION
002790         MOVE "P" TO WS-SECTION-CLASS
002800         MOVE "Privada - CONTA-PRIVADA / LOGIN-NECESSARIO"
002810             TO REPORT-LINE
002820         PERFORM WRITE-CLASS-SECTION
002830         MOVE "Q" TO WS-SECTION-CLASS
002840         MOVE "Quieta - dias sem post novo" TO REPORT-LINE
002850         PERFORM WRITE-CLASS-SECTION
002860         MOVE "S" TO WS-SECTION-CLASS
002870         MOVE "Saudavel - posts enfileirados em 90 dias"
002880             TO REPORT-LINE
002890         PERFORM WRITE-CLASS-SECTION
002900         PERFORM WRITE-PROPOSALS
002910     END-IF.
002920     PERFORM WRITE-REPORT-FOOTER.
002930     CLOSE HEALTH-REPORT.
002940
002950     MOVE WS-TOTAL-PROPOSED TO WS-COUNT-DISPLAY.
002960     DISPLAY "Contas propostas para inativacao: "
002970             WS-COUNT-DISPLAY.
002980     PERFORM BUILD-TIMESTAMP.
002990     DISPLAY "Fim: " WS-TIMESTAMP.
003000     IF WS-TOTAL-PROPOSED > ZERO
003010         MOVE 1 TO RETURN-CODE
003020     ELSE
003030         MOVE 0 TO RETURN-CODE
003040     END-IF.
003050     STOP RUN.
003060
003070*----------------------------------------------------------------
003080* LOAD-CONFIG
003090*   READS THE OPTIONAL CONFIG-FILE OF "KEYWORD VALUE" LINES THE
003100*   SAME WAY THE NIGHTLY PROGRAM DOES. LIMITS OF ZERO ARE RAISED
003110*   TO ONE, AND THE DORMANT PERIOD IS NEVER SHORTER THAN THE
003120*   QUIET ONE.
003130*----------------------------------------------------------------
003140 LOAD-CONFIG.
003150     OPEN INPUT CONFIG-FILE.
003160     IF WS-CONFIG-STATUS = "00"
003170         PERFORM READ-CONFIG-RECORD UNTIL WS-END-OF-CONFIG
003180         CLOSE CONFIG-FILE
003190     END-IF.
003200     IF WS-FAIL-STREAK-LIMIT = ZERO
003210         MOVE 1 TO WS-FAIL-STREAK-LIMIT
003220     END-IF.
003230     IF WS-PRIVATE-MIN = ZERO
003240         MOVE 1 TO WS-PRIVATE-MIN
003250     END-IF.
003260     IF WS-QUIET-DAYS = ZERO
003270         MOVE 1 TO WS-QUIET-DAYS
003280     END-IF.
003290     IF WS-DORMANT-DAYS < WS-QUIET-DAYS
003300         MOVE WS-QUIET-DAYS TO WS-DORMANT-DAYS
003310     END-IF.
003320
003330*----------------------------------------------------------------
003340* READ-CONFIG-RECORD
003350*   READS ONE CONFIG-FILE LINE AND APPLIES ANY RECOGNIZED
003360*   KEYWORD.
003370*----------------------------------------------------------------
003380 READ-CONFIG-RECORD.
003390     READ CONFIG-FILE
003400         AT END
003410             SET WS-END-OF-CONFIG TO TRUE
003420         NOT AT END
003430             PERFORM APPLY-CONFIG-KEYWORD
003440     END-READ.
003450
003460*----------------------------------------------------------------
003470* APPLY-CONFIG-KEYWORD
003480*   SPLITS ONE CONFIG-FILE LINE INTO KEYWORD AND VALUE AND
003490*   APPLIES THE HEALTH THRESHOLDS. UNKNOWN KEYWORDS ARE IGNORED.
003500*----------------------------------------------------------------
003510 APPLY-CONFIG-KEYWORD.
003520     MOVE SPACES TO WS-CFG-KEYWORD.
003530     MOVE SPACES TO WS-CFG-VALUE.
003540     UNSTRING CFG-LINE DELIMITED BY ALL SPACE
003550         INTO WS-CFG-KEYWORD WS-CFG-VALUE
003560     END-UNSTRING.
003570     MOVE FUNCTION UPPER-CASE(WS-CFG-KEYWORD) TO WS-CFG-KEYWORD.
003580     IF WS-CFG-KEYWORD = "HEALTH-FAIL-STREAK"
003590         MOVE FUNCTION NUMVAL(WS-CFG-VALUE)
003600             TO WS-FAIL-STREAK-LIMIT
003610     END-IF.
003620     IF WS-CFG-KEYWORD = "HEALTH-PRIVATE-PCT"
003630         MOVE FUNCTION NUMVAL(WS-CFG-VALUE)
003640             TO WS-PRIVATE-PCT-LIMIT
003650     END-IF.
003660     IF WS-CFG-KEYWORD = "HEALTH-PRIVATE-MIN"
003670         MOVE FUNCTION NUMVAL(WS-CFG-VALUE) TO WS-PRIVATE-MIN
003680     END-IF.
003690     IF WS-CFG-KEYWORD = "HEALTH-QUIET-DAYS"
003700         MOVE FUNCTION NUMVAL(WS-CFG-VALUE) TO WS-QUIET-DAYS
003710     END-IF.
003720     IF WS-CFG-KEYWORD = "HEALTH-DORMANT-DAYS"
003730         MOVE FUNCTION NUMVAL(WS-CFG-VALUE) TO WS-DORMANT-DAYS
003740     END-IF.
003750
003760*----------------------------------------------------------------
003770* LOAD-SUBSCRIPTION-HISTORY
003780*   READS SUBSCRIPTION-HISTORY INTO THE ACCOUNT TABLE. A MISSING
003790*   FILE LEAVES THE TABLE EMPTY.
003800*----------------------------------------------------------------
003810 LOAD-SUBSCRIPTION-HISTORY.
003820     OPEN INPUT SUBSCRIPTION-HISTORY.
003830     IF WS-SUBHIST-STATUS NOT = "00"
003840         EXIT PARAGRAPH
003850     END-IF.
003860     PERFORM READ-ONE-HISTORY-RECORD UNTIL WS-END-OF-SUBHIST.
003870     CLOSE SUBSCRIPTION-HISTORY.
003880
003890*----------------------------------------------------------------
003900* READ-ONE-HISTORY-RECORD
003910*   READS ONE SUBSCRIPTION-HISTORY LINE. AN INACTIVE SUBSCRIPTION
003920*   IS ONLY COUNTED; A LINE WHOSE COUNTS ARE NOT NUMERIC IS
003930*   COUNTED AND SKIPPED; ANY OTHER BECOMES A TABLE ENTRY AND IS
003940*   CLASSIFIED. LINES BEYOND THE TABLE ARE COUNTED AS DROPPED.
003950*----------------------------------------------------------------
003960 READ-ONE-HISTORY-RECORD.
003970     READ SUBSCRIPTION-HISTORY
003980         AT END
003990             SET WS-END-OF-SUBHIST TO TRUE
004000             EXIT PARAGRAPH
004010     END-READ.
004020     IF SH-ACCOUNT = SPACES
004030         EXIT PARAGRAPH
004040     END-IF.
004050     IF SH-ACTIVE NOT = "S"
004060         ADD 1 TO WS-INACTIVE-COUNT
004070         EXIT PARAGRAPH
004080     END-IF.
004090     IF SH-FAIL-STREAK NOT NUMERIC
004100        OR SH-POST-COUNTS NOT NUMERIC
004110         ADD 1 TO WS-BAD-RECORDS
004120         EXIT PARAGRAPH
004130     END-IF.
004140     IF WS-ACCT-COUNT NOT < WS-ACCT-MAX
004150         ADD 1 TO WS-ACCT-DROPPED
004160         EXIT PARAGRAPH
004170     END-IF.
004180     ADD 1 TO WS-ACCT-COUNT.
004190     SET WS-ACCT-IDX TO WS-ACCT-COUNT.
004200     MOVE SH-ACCOUNT    TO WS-AC-ACCOUNT(WS-ACCT-IDX).
004210     MOVE SH-TYPE       TO WS-AC-TYPE(WS-ACCT-IDX).
004220     MOVE SH-FAIL-STREAK TO WS-AC-STREAK(WS-ACCT-IDX).
004230     MOVE SH-LAST-POST  TO WS-AC-LAST-POST(WS-ACCT-IDX).
004240     MOVE SH-QUEUED-30  TO WS-AC-QUEUED-30(WS-ACCT-IDX).
004250     MOVE SH-QUEUED-90  TO WS-AC-QUEUED-90(WS-ACCT-IDX).
004260     MOVE SH-SUCCESS-90 TO WS-AC-SUCCESS-90(WS-ACCT-IDX).
004270     MOVE SH-FAILED-90  TO WS-AC-FAILED-90(WS-ACCT-IDX).
004280     MOVE SH-PRIVATE-90 TO WS-AC-PRIVATE-90(WS-ACCT-IDX).
004290     MOVE SH-PENDING-90 TO WS-AC-PENDING-90(WS-ACCT-IDX).
004300     MOVE "N"           TO WS-AC-LISTED-SW(WS-ACCT-IDX).
004310     MOVE "N"           TO WS-AC-PROPOSED-SW(WS-ACCT-IDX).
004320     PERFORM SET-QUIET-DAYS.
004330     PERFORM CLASSIFY-ACCOUNT.
004340
004350*----------------------------------------------------------------
004360* SET-QUIET-DAYS
004370*   WORKS OUT HOW MANY DAYS HAVE PASSED SINCE THE UPLOAD DATE OF
004380*   THE NEWEST POST QUEUED FOR THE CURRENT ENTRY OR, WHEN NONE HAS
004390*   BEEN QUEUED YET, SINCE THE SUBSCRIPTION WAS FIRST SEEN. A DATE
004400*   THAT IS NOT VALID, OR IS LATER THAN TODAY, GIVES ZERO DAYS.
004410*----------------------------------------------------------------
004420 SET-QUIET-DAYS.
004430     MOVE ZERO TO WS-AC-QUIET-DAYS(WS-ACCT-IDX).
004440     MOVE SH-LAST-POST TO WS-REF-DATE.
004450     IF WS-REF-DATE NOT NUMERIC
004460         MOVE SH-FIRST-SEEN TO WS-REF-DATE
004470     END-IF.
004480     IF WS-REF-DATE NOT NUMERIC
004490        OR WS-REF-DATE < "16010101"
004500        OR WS-REF-DATE > WS-TODAY-DATE
004510         EXIT PARAGRAPH
004520     END-IF.
004530     MOVE WS-REF-DATE TO WS-REF-NUM.
004540     MOVE FUNCTION INTEGER-OF-DATE(WS-REF-NUM) TO WS-REF-INT.
004550     IF WS-REF-INT = ZERO
004560         EXIT PARAGRAPH
004570     END-IF.
004580     COMPUTE WS-AC-QUIET-DAYS(WS-ACCT-IDX) =
004590         WS-TODAY-INT - WS-REF-INT.
004600
004610*----------------------------------------------------------------
004620* CLASSIFY-ACCOUNT
004630*   GIVES THE CURRENT ENTRY ITS CLASS AND RANKING VALUE, WORST
004640*   CLASS FIRST: FALHANDO, THEN PRIVADA, THEN QUIETA, ELSE
004650*   SAUDAVEL. THE PRIVATE PERCENTAGE IS TAKEN OVER THE POSTS OF
004660*   THE LAST 90 DAYS THAT FINISHED (SUCCEEDED OR FAILED). FALHANDO
004670*   AND PRIVADA ENTRIES, AND QUIETA ONES SILENT FOR
004680*   HEALTH-DORMANT-DAYS, ARE PROPOSED FOR INACTIVATION.
004690*----------------------------------------------------------------
004700 CLASSIFY-ACCOUNT.
004710     MOVE ZERO TO WS-AC-PRIVATE-PCT(WS-ACCT-IDX).
004720     ADD WS-AC-SUCCESS-90(WS-ACCT-IDX)
004730         WS-AC-FAILED-90(WS-ACCT-IDX)
004740         GIVING WS-FINISHED.
004750     IF WS-FINISHED > ZERO
004760         COMPUTE WS-AC-PRIVATE-PCT(WS-ACCT-IDX) =
004770             WS-AC-PRIVATE-90(WS-ACCT-IDX) * 100 / WS-FINISHED
004780     END-IF.
004790
004800     IF WS-AC-STREAK(WS-ACCT-IDX) NOT < WS-FAIL-STREAK-LIMIT
004810         MOVE "F" TO WS-AC-CLASS(WS-ACCT-IDX)
004820         MOVE WS-AC-STREAK(WS-ACCT-IDX)
004830             TO WS-AC-RANK-VALUE(WS-ACCT-IDX)
004840         SET WS-AC-PROPOSED(WS-ACCT-IDX) TO TRUE
004850     ELSE IF WS-FINISHED NOT < WS-PRIVATE-MIN
004860        AND WS-AC-PRIVATE-PCT(WS-ACCT-IDX) > WS-PRIVATE-PCT-LIMIT
004870         MOVE "P" TO WS-AC-CLASS(WS-ACCT-IDX)
004880         MOVE WS-AC-PRIVATE-PCT(WS-ACCT-IDX)
004890             TO WS-AC-RANK-VALUE(WS-ACCT-IDX)
004900         SET WS-AC-PROPOSED(WS-ACCT-IDX) TO TRUE
004910     ELSE IF WS-AC-QUIET-DAYS(WS-ACCT-IDX) NOT < WS-QUIET-DAYS
004920         MOVE "Q" TO WS-AC-CLASS(WS-ACCT-IDX)
004930         MOVE WS-AC-QUIET-DAYS(WS-ACCT-IDX)
004940             TO WS-AC-RANK-VALUE(WS-ACCT-IDX)
004950         IF WS-AC-QUIET-DAYS(WS-ACCT-IDX) NOT < WS-DORMANT-DAYS
004960             SET WS-AC-PROPOSED(WS-ACCT-IDX) TO TRUE
004970         END-IF
004980     ELSE
004990         MOVE "S" TO WS-AC-CLASS(WS-ACCT-IDX)
005000         MOVE WS-AC-QUEUED-90(WS-ACCT-IDX)
005010             TO WS-AC-RANK-VALUE(WS-ACCT-IDX)
005020     END-IF.
005030     IF WS-AC-PROPOSED(WS-ACCT-IDX)
005040         ADD 1 TO WS-TOTAL-PROPOSED
005050     END-IF.
005060
005070*----------------------------------------------------------------
005080* WRITE-CLASS-SECTION
005090*   WRITES THE SECTION TITLE ALREADY IN REPORT-LINE, THE COLUMN
005100*   HEADINGS AND THE ENTRIES OF CLASS WS-SECTION-CLASS, HIGHEST
005110*   RANKING VALUE FIRST (THE MOST FAILURES, THE HIGHEST PRIVATE
005120*   PERCENTAGE, THE MOST DAYS QUIET, THE MOST POSTS), THEN HOW
005130*   MANY THERE WERE.
005140*----------------------------------------------------------------
005150 WRITE-CLASS-SECTION.
005160     WRITE REPORT-LINE.
005170     MOVE WS-COLUMN-LINE TO REPORT-LINE.
005180     WRITE REPORT-LINE.
005190     MOVE ZERO TO WS-SECTION-COUNT.
005200     SET WS-SECTION-NOT-DONE TO TRUE.
005210     PERFORM WRITE-NEXT-RANKED UNTIL WS-SECTION-DONE.
005220     MOVE SPACES TO REPORT-LINE.
005230     MOVE WS-SECTION-COUNT TO WS-COUNT-DISPLAY.
005240     STRING "  Contas: " DELIMITED BY SIZE
005250            WS-COUNT-DISPLAY DELIMITED BY SIZE
005260            INTO REPORT-LINE.
005270     WRITE REPORT-LINE.
005280     MOVE SPACES TO REPORT-LINE.
005290     WRITE REPORT-LINE.
005300
005310*----------------------------------------------------------------
005320* WRITE-NEXT-RANKED
005330*   PICKS THE NOT YET REPORTED ENTRY OF THE SECTION'S CLASS WITH
005340*   THE HIGHEST RANKING VALUE (THE FIRST ONE IN THE FILE ON A TIE)
005350*   AND WRITES ITS LINE. USED AS THE PERFORM ... UNTIL PARAGRAPH
005360*   OF WRITE-CLASS-SECTION.
005370*----------------------------------------------------------------
005380 WRITE-NEXT-RANKED.
005390     MOVE ZERO TO WS-BEST-SUB.
005400     PERFORM PICK-ONE-CANDIDATE
005410         VARYING WS-ACCT-IDX FROM 1 BY 1
005420         UNTIL WS-ACCT-IDX > WS-ACCT-COUNT.
005430     IF WS-BEST-SUB = ZERO
005440         SET WS-SECTION-DONE TO TRUE
005450         EXIT PARAGRAPH
005460     END-IF.
005470     SET WS-ACCT-IDX TO WS-BEST-SUB.
005480     SET WS-AC-LISTED(WS-ACCT-IDX) TO TRUE.
005490     ADD 1 TO WS-SECTION-COUNT.
005500     PERFORM WRITE-ACCOUNT-LINE.
005510
005520*----------------------------------------------------------------
005530* PICK-ONE-CANDIDATE
005540*   KEEPS ONE ENTRY AS THE BEST SO FAR WHEN IT IS OF THE SECTION'S
005550*   CLASS, NOT YET REPORTED, AND RANKS ABOVE THE BEST FOUND BEFORE
005560*   IT. USED AS THE VARYING PARAGRAPH OF WRITE-NEXT-RANKED.
005570*----------------------------------------------------------------
005580 PICK-ONE-CANDIDATE.
005590     IF WS-AC-CLASS(WS-ACCT-IDX) NOT = WS-SECTION-CLASS
005600        OR WS-AC-LISTED(WS-ACCT-IDX)
005610         EXIT PARAGRAPH
005620     END-IF.
005630     IF WS-BEST-SUB = ZERO
005640         SET WS-BEST-SUB TO WS-ACCT-IDX
005650     ELSE IF WS-AC-RANK-VALUE(WS-ACCT-IDX) >
005660             WS-AC-RANK-VALUE(WS-BEST-SUB)
005670         SET WS-BEST-SUB TO WS-ACCT-IDX
005680     END-IF.
005690
005700*----------------------------------------------------------------
005710* WRITE-ACCOUNT-LINE
005720*   WRITES THE REPORT LINE OF THE ENTRY AT WS-ACCT-IDX, MARKED
005730*   WHEN IT IS PROPOSED FOR INACTIVATION.
005740*----------------------------------------------------------------
005750 WRITE-ACCOUNT-LINE.
005760     MOVE WS-AC-ACCOUNT(WS-ACCT-IDX)    TO AL-ACCOUNT.
005770     MOVE WS-AC-TYPE(WS-ACCT-IDX)       TO AL-TYPE.
005780     MOVE WS-AC-STREAK(WS-ACCT-IDX)     TO AL-STREAK.
005790     MOVE WS-AC-QUIET-DAYS(WS-ACCT-IDX) TO AL-QUIET-DAYS.
005800     MOVE WS-AC-QUEUED-30(WS-ACCT-IDX)  TO AL-QUEUED-30.
005810     MOVE WS-AC-QUEUED-90(WS-ACCT-IDX)  TO AL-QUEUED-90.
005820     MOVE WS-AC-SUCCESS-90(WS-ACCT-IDX) TO AL-SUCCESS-90.
005830     MOVE WS-AC-FAILED-90(WS-ACCT-IDX)  TO AL-FAILED-90.
005840     MOVE WS-AC-PRIVATE-90(WS-ACCT-IDX) TO AL-PRIVATE-90.
005850     MOVE WS-AC-PENDING-90(WS-ACCT-IDX) TO AL-PENDING-90.
005860     MOVE WS-AC-PRIVATE-PCT(WS-ACCT-IDX) TO AL-PRIVATE-PCT.
005870     MOVE WS-AC-LAST-POST(WS-ACCT-IDX)  TO WS-REF-DATE.
005880     IF WS-REF-DATE NUMERIC
005890         MOVE SPACES TO AL-LAST-POST
005900         STRING WS-REF-DATE(1:4) DELIMITED BY SIZE
005910                "-"              DELIMITED BY SIZE
005920                WS-REF-DATE(5:2) DELIMITED BY SIZE
005930                "-"              DELIMITED BY SIZE
005940                WS-REF-DATE(7:2) DELIMITED BY SIZE
005950                INTO AL-LAST-POST
005960     ELSE
005970         MOVE "         -" TO AL-LAST-POST
005980     END-IF.
005990     IF WS-AC-PROPOSED(WS-ACCT-IDX)
006000         MOVE "PROPOSTA: INATIVAR" TO AL-NOTE
006010     ELSE
006020         MOVE SPACES TO AL-NOTE
006030     END-IF.
006040     MOVE WS-ACCOUNT-LINE TO REPORT-LINE.
006050     WRITE REPORT-LINE.
006060
006070*----------------------------------------------------------------
006080* WRITE-PROPOSALS
006090*   LISTS, IN THE ORDER OF SUBSCRIPTION-HISTORY, THE ACCOUNTS TO
006100*   BE SET INACTIVE (ACTIVE FLAG N IN SUBSCRIPTIONS) AND WHY.
006110*----------------------------------------------------------------
006120 WRITE-PROPOSALS.
006130     MOVE "Propostas de inativacao (marcar N em SUBSCRIPTIONS)"
006140         TO REPORT-LINE.
006150     WRITE REPORT-LINE.
006160     IF WS-TOTAL-PROPOSED = ZERO
006170         MOVE "  Nenhuma" TO REPORT-LINE
006180         WRITE REPORT-LINE
006190         EXIT PARAGRAPH
006200     END-IF.
006210     PERFORM WRITE-ONE-PROPOSAL
006220         VARYING WS-ACCT-IDX FROM 1 BY 1
006230         UNTIL WS-ACCT-IDX > WS-ACCT-COUNT.
006240
006250*----------------------------------------------------------------
006260* WRITE-ONE-PROPOSAL
006270*   WRITES THE PROPOSAL LINE OF ONE ENTRY PROPOSED FOR
006280*   INACTIVATION. USED AS THE VARYING PARAGRAPH OF
006290*   WRITE-PROPOSALS.
006300*----------------------------------------------------------------
006310 WRITE-ONE-PROPOSAL.
006320     IF NOT WS-AC-PROPOSED(WS-ACCT-IDX)
006330         EXIT PARAGRAPH
006340     END-IF.
006350     MOVE SPACES TO REPORT-LINE.
006360     MOVE WS-AC-RANK-VALUE(WS-ACCT-IDX) TO WS-COUNT-DISPLAY.
006370     IF WS-AC-CLASS(WS-ACCT-IDX) = "F"
006380         STRING "  " DELIMITED BY SIZE
006390                WS-AC-ACCOUNT(WS-ACCT-IDX) DELIMITED BY SPACE
006400                " (" DELIMITED BY SIZE
006410                WS-AC-TYPE(WS-ACCT-IDX) DELIMITED BY SPACE
006420                "): falhando, " DELIMITED BY SIZE
006430                WS-COUNT-DISPLAY DELIMITED BY SIZE
006440                " falhas de listagem seguidas" DELIMITED BY SIZE
006450                INTO REPORT-LINE
006460     ELSE IF WS-AC-CLASS(WS-ACCT-IDX) = "P"
006470         STRING "  " DELIMITED BY SIZE
006480                WS-AC-ACCOUNT(WS-ACCT-IDX) DELIMITED BY SPACE
006490                " (" DELIMITED BY SIZE
006500                WS-AC-TYPE(WS-ACCT-IDX) DELIMITED BY SPACE
006510                "): privada, " DELIMITED BY SIZE
006520                WS-COUNT-DISPLAY DELIMITED BY SIZE
006530                "% dos posts em CONTA-PRIVADA / LOGIN-NECESSARIO"
006540                DELIMITED BY SIZE
006550                INTO REPORT-LINE
006560     ELSE
006570         STRING "  " DELIMITED BY SIZE
006580                WS-AC-ACCOUNT(WS-ACCT-IDX) DELIMITED BY SPACE
006590                " (" DELIMITED BY SIZE
006600                WS-AC-TYPE(WS-ACCT-IDX) DELIMITED BY SPACE
006610                "): quieta, " DELIMITED BY SIZE
006620                WS-COUNT-DISPLAY DELIMITED BY SIZE
006630                " dias sem post novo" DELIMITED BY SIZE
006640                INTO REPORT-LINE
006650     END-IF.
006660     WRITE REPORT-LINE.
006670
006680*----------------------------------------------------------------
006690* BUILD-TIMESTAMP
006700*   FORMATS TODAY'S DATE AND THE CURRENT TIME INTO WS-TIMESTAMP
006710*   FOR THE REPORT HEADER AND THE CONSOLE MESSAGES.
006720*----------------------------------------------------------------
006730 BUILD-TIMESTAMP.
006740     ACCEPT WS-CURRENT-DATE-FIELDS FROM DATE YYYYMMDD.
006750     ACCEPT WS-CURRENT-TIME-FIELDS FROM TIME.
006760     STRING WS-CD-YYYY           DELIMITED BY SIZE
006770            "-"                  DELIMITED BY SIZE
006780            WS-CD-MM             DELIMITED BY SIZE
006790            "-"                  DELIMITED BY SIZE
006800            WS-CD-DD             DELIMITED BY SIZE
006810            " "                  DELIMITED BY SIZE
006820            WS-CT-HH             DELIMITED BY SIZE
006830            ":"                  DELIMITED BY SIZE
006840            WS-CT-MM             DELIMITED BY SIZE
006850            ":"                  DELIMITED BY SIZE
006860            WS-CT-SS             DELIMITED BY SIZE
006870            INTO WS-TIMESTAMP.
006880
006890*----------------------------------------------------------------
006900* WRITE-REPORT-HEADER
006910*   WRITES THE HEALTH-REPORT TITLE BLOCK AND THE THRESHOLDS IN
006920*   FORCE.
006930*----------------------------------------------------------------
006940 WRITE-REPORT-HEADER.
006950     MOVE SPACES TO REPORT-LINE.
006960     STRING "Saude das assinaturas - " DELIMITED BY SIZE
006970            WS-TIMESTAMP DELIMITED BY SIZE
006980            INTO REPORT-LINE.
006990     WRITE REPORT-LINE.
007000     MOVE SPACES TO REPORT-LINE.
007010     MOVE WS-FAIL-STREAK-LIMIT TO WS-LIMIT-DISPLAY.
007020     STRING "Limites: falhando a partir de" DELIMITED BY SIZE
007030            WS-LIMIT-DISPLAY DELIMITED BY SIZE
007040            " falhas de listagem seguidas" DELIMITED BY SIZE
007050            INTO REPORT-LINE.
007060     WRITE REPORT-LINE.
007070     MOVE SPACES TO REPORT-LINE.
007080     MOVE WS-PRIVATE-PCT-LIMIT TO WS-LIMIT-DISPLAY.
007090     MOVE WS-PRIVATE-MIN TO WS-MIN-DISPLAY.
007100     STRING "         privada acima de" DELIMITED BY SIZE
007110            WS-LIMIT-DISPLAY DELIMITED BY SIZE
007120            "% dos posts concluidos em 90 dias, minimo"
007130            DELIMITED BY SIZE
007140            WS-MIN-DISPLAY DELIMITED BY SIZE
007150            INTO REPORT-LINE.
007160     WRITE REPORT-LINE.
007170     MOVE SPACES TO REPORT-LINE.
007180     MOVE WS-QUIET-DAYS TO WS-LIMIT-DISPLAY.
007190     MOVE WS-DORMANT-DAYS TO WS-MIN-DISPLAY.
007200     STRING "         quieta a partir de" DELIMITED BY SIZE
007210            WS-LIMIT-DISPLAY DELIMITED BY SIZE
007220            " dias sem post novo, inativar a partir de"
007230            DELIMITED BY SIZE
007240            WS-MIN-DISPLAY DELIMITED BY SIZE
007250            INTO REPORT-LINE.
007260     WRITE REPORT-LINE.
007270     MOVE SPACES TO REPORT-LINE.
007280     WRITE REPORT-LINE.
007290
007300*----------------------------------------------------------------
007310* WRITE-REPORT-FOOTER
007320*   WRITES THE INACTIVE, SKIPPED AND DROPPED SUBSCRIPTION COUNTS
007330*   AND THE NUMBER OF ACCOUNTS PROPOSED FOR INACTIVATION.
007340*----------------------------------------------------------------
007350 WRITE-REPORT-FOOTER.
007360     MOVE SPACES TO REPORT-LINE.
007370     WRITE REPORT-LINE.
007380     MOVE SPACES TO REPORT-LINE.
007390     MOVE WS-INACTIVE-COUNT TO WS-COUNT-DISPLAY.
007400     STRING "Assinaturas inativas (nao avaliadas): "
007410            DELIMITED BY SIZE
007420            WS-COUNT-DISPLAY DELIMITED BY SIZE
007430            INTO REPORT-LINE.
007440     WRITE REPORT-LINE.
007450     IF WS-BAD-RECORDS > ZERO
007460         MOVE SPACES TO REPORT-LINE
007470         MOVE WS-BAD-RECORDS TO WS-COUNT-DISPLAY
007480         STRING "Registros invalidos ignorados: "
007490                DELIMITED BY SIZE
007500                WS-COUNT-DISPLAY DELIMITED BY SIZE
007510                INTO REPORT-LINE
007520         WRITE REPORT-LINE
007530     END-IF.
007540     IF WS-ACCT-DROPPED > ZERO
007550         MOVE SPACES TO REPORT-LINE
007560         MOVE WS-ACCT-DROPPED TO WS-COUNT-DISPLAY
007570         STRING "Assinaturas alem da tabela, nao avaliadas: "
007580                DELIMITED BY SIZE
007590                WS-COUNT-DISPLAY DELIMITED BY SIZE
007600                INTO REPORT-LINE
007610         WRITE REPORT-LINE
007620     END-IF.
007630     MOVE SPACES TO REPORT-LINE.
007640     MOVE WS-TOTAL-PROPOSED TO WS-COUNT-DISPLAY.
007650     STRING "Contas propostas para inativacao: " DELIMITED BY SIZE
007660            WS-COUNT-DISPLAY DELIMITED BY SIZE
007670            INTO REPORT-LINE.
007680     WRITE REPORT-LINE.
