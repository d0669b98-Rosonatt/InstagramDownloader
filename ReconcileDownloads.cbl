000296* 2026-09-02  RS   FOLLOW THE DOWNLOAD-LOG LAYOUT TO 267 BYTES -
000297*                  THE NIGHTLY RUN NOW CARRIES THE SESSION
000298*                  PROFILE USED ON EACH RECORD.
000299* 2026-10-15  RS   CHECK CAROUSELS SLIDE BY SLIDE FROM MEDIA-ITEMS
000300*                  (MDITEMS): A POST WITH SOME SLIDES GONE FROM
000301*                  DISK IS REPORTED AS INCOMPLETO, REQUEUED AND
000302*                  COUNTED IN ITS OWN TOTAL (RC 1 LIKE A MISSING
000303*                  DOWNLOAD).
000304*----------------------------------------------------------------
000310
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000520     SELECT DIR-STAGING ASSIGN TO "RECSTAGE"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-STAGE-STATUS.
000542
000544     SELECT MEDIA-ITEMS ASSIGN TO "MDITEMS"
000546         ORGANIZATION IS LINE SEQUENTIAL
000548         FILE STATUS IS WS-ITEMS-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
001020     RECORD CONTAINS 200 CHARACTERS.
001030 01  STAGE-LINE                  PIC X(200).
001040
001041*----------------------------------------------------------------
001042* MEDIA-ITEMS IS WRITTEN BY THE NIGHTLY RUN, ONE RECORD PER FILE
001043* A DOWNLOAD LEFT ON DISK (EACH SLIDE OF A CAROUSEL), WITH THE
001044* NUMBER OF SLIDES THE POST HAS.
001045*----------------------------------------------------------------
001046 FD  MEDIA-ITEMS
001047     RECORD CONTAINS 360 CHARACTERS.
001048 01  MEDIA-ITEM-RECORD.
001049     05  MI-TIMESTAMP            PIC X(19).
001050     05  FILLER                  PIC X(01).
001051     05  MI-CONTENT-TYPE         PIC X(10).
001052     05  FILLER                  PIC X(01).
001053     05  MI-URL                  PIC X(100).
001054     05  FILLER                  PIC X(01).
001055     05  MI-ITEM-NUMBER          PIC 9(03).
001056     05  FILLER                  PIC X(01).
001057     05  MI-ITEM-COUNT           PIC 9(03).
001058     05  FILLER                  PIC X(01).
001059     05  MI-MEDIA-KIND           PIC X(05).
001060     05  FILLER                  PIC X(01).
001061     05  MI-CHECKSUM             PIC X(32).
001062     05  FILLER                  PIC X(01).
001063     05  MI-FOLDER               PIC X(60).
001064     05  FILLER                  PIC X(01).
001065     05  MI-FILE-NAME            PIC X(120).
001066
001067 WORKING-STORAGE SECTION.
001068
001070*----------------------------------------------------------------
001080* STANDALONE ITEMS
001090*----------------------------------------------------------------
001130 77  WS-REPORT-STATUS            PIC X(02)  VALUE "00".
001140 77  WS-REQUEUE-STATUS           PIC X(02)  VALUE "00".
001150 77  WS-STAGE-STATUS             PIC X(02)  VALUE "00".
001155 77  WS-ITEMS-STATUS             PIC X(02)  VALUE "00".
001160 77  COMMAND                     PIC X(250).
001170 77  WS-SYSTEM-RC                PIC S9(9)  VALUE ZERO.
001180 77  WS-DIVIDE-REMAINDER         PIC 9(05)  COMP  VALUE ZERO.
001270 77  WS-PATH-PART-4              PIC X(120).
001280 77  WS-PATH-PART-5              PIC X(60).
001290 77  WS-TIMESTAMP                PIC X(19).
001295 77  WS-NAME-LEN                 PIC 9(05)  COMP  VALUE ZERO.
001300
001310 77  WS-TOTAL-CHECKED            PIC 9(05)  COMP  VALUE ZERO.
001320 77  WS-TOTAL-MISSING            PIC 9(05)  COMP  VALUE ZERO.
001330 77  WS-TOTAL-ORPHANS            PIC 9(05)  COMP  VALUE ZERO.
001340 77  WS-TOTAL-UNVERIFIED         PIC 9(05)  COMP  VALUE ZERO.
001345 77  WS-TOTAL-INCOMPLETE         PIC 9(05)  COMP  VALUE ZERO.
001350 77  WS-COUNT-DISPLAY            PIC ZZZZ9.
001354 77  WS-ITEM-DISPLAY             PIC ZZ9.
001358 77  WS-ITEM-OF-DISPLAY          PIC ZZ9.
001360
001370*----------------------------------------------------------------
001380* CURRENT DATE / TIME WORK AREAS (USED TO BUILD WS-TIMESTAMP)
001670     05  WS-ORPHAN-SWITCH        PIC X(01)  VALUE "N".
001680         88  WS-FILE-IS-ORPHAN              VALUE "Y".
001690         88  WS-FILE-IS-KNOWN               VALUE "N".
001691     05  WS-IT-EOF-SWITCH        PIC X(01)  VALUE "N".
001692         88  WS-END-OF-ITEMS                VALUE "Y".
001693     05  WS-IT-FOUND-SWITCH      PIC X(01)  VALUE "N".
001694         88  WS-IT-WAS-FOUND                VALUE "Y".
001695         88  WS-IT-NOT-FOUND                VALUE "N".
001700
001710*----------------------------------------------------------------
001720* METADATA TABLE - ONE ENTRY PER METADATA-FILE RECORD, LOOKED UP
001900 77  WS-MD-MATCH-IDX             PIC 9(05)  COMP  VALUE ZERO.
001910 77  WS-ORPHAN-SCAN-IDX          PIC 9(05)  COMP  VALUE ZERO.
001920
001921*----------------------------------------------------------------
001922* CAROUSEL ITEM TABLE - ONE ENTRY PER SLIDE OF A POST WITH MORE
001923* THAN ONE ITEM IN MEDIA-ITEMS, THE LATEST RECORD OF A SLIDE
001924* REPLACING AN EARLIER ONE (A RETRIED CAROUSEL IS RECORDED
001925* AGAIN). A LOGGED SUCCESS WITH ENTRIES HERE IS CHECKED SLIDE BY
001926* SLIDE INSTEAD OF BY TITLE.
001927*----------------------------------------------------------------
001928 01  WS-ITEM-TABLE.
001929     05  WS-IT-ENTRY             OCCURS 5000 TIMES
001930                                  INDEXED BY WS-IT-IDX.
001931         10  WS-IT-URL           PIC X(100).
001932         10  WS-IT-NUMBER        PIC 9(03).
001933         10  WS-IT-COUNT         PIC 9(03).
001934         10  WS-IT-FOLDER        PIC X(60).
001935         10  WS-IT-FILE          PIC X(120).
001936
001937 77  WS-IT-LOADED                PIC 9(05)  COMP  VALUE ZERO.
001938 77  WS-IT-TABLE-MAX             PIC 9(05)  COMP  VALUE 5000.
001939 77  WS-IT-DROPPED               PIC 9(05)  COMP  VALUE ZERO.
001940 77  WS-IT-MATCH-IDX             PIC 9(05)  COMP  VALUE ZERO.
001941 77  WS-IT-PRESENT               PIC 9(05)  COMP  VALUE ZERO.
001942 77  WS-IT-EXPECTED              PIC 9(05)  COMP  VALUE ZERO.
001943 77  WS-IT-UNSAFE                PIC 9(05)  COMP  VALUE ZERO.
001944
001945 PROCEDURE DIVISION.
001946
001950*----------------------------------------------------------------
001960* MAIN-PROCEDURE
001970*   LOADS THE METADATA TABLE, WALKS DOWNLOAD-LOG CHECKING EVERY
002040     DISPLAY "Inicio: " WS-TIMESTAMP.
002050
002060     PERFORM LOAD-METADATA-TABLE.
002065     PERFORM LOAD-ITEM-TABLE.
002070
002080     OPEN OUTPUT RECONCILE-REPORT.
002090     IF WS-REPORT-STATUS NOT = "00"
002280     CLOSE REQUEUE-FILE.
002290     PERFORM BUILD-TIMESTAMP.
002300     DISPLAY "Fim: " WS-TIMESTAMP.
002310     IF WS-TOTAL-MISSING > ZERO OR WS-TOTAL-ORPHANS > ZERO OR
002315        WS-TOTAL-INCOMPLETE > ZERO
002320         MOVE 1 TO RETURN-CODE
002330     ELSE
002340         MOVE 0 TO RETURN-CODE
003130*   TITLE THE CHECK LOOKS FOR THE FILE ITSELF; WITHOUT ONE ONLY
003140*   THE DATE FOLDER CAN BE CHECKED. MISSING DOWNLOADS GO TO THE
003150*   REPORT AND THE REQUEUE FILE.
003154*   A CAROUSEL WITH SLIDES IN MEDIA-ITEMS IS CHECKED SLIDE BY
003158*   SLIDE INSTEAD.
003160*----------------------------------------------------------------
003170 CHECK-ONE-SUCCESS.
003180     PERFORM FIND-METADATA-BY-URL.
003230     END-IF.
003240
003250     ADD 1 TO WS-TOTAL-CHECKED.
003251
003252     PERFORM FIND-ITEMS-BY-URL.
003253     IF WS-IT-WAS-FOUND
003254         IF WS-MD-WAS-FOUND
003255             MOVE "Y" TO WS-MDT-CHECKED-SW(WS-MD-MATCH-IDX)
003256         END-IF
003257         PERFORM CHECK-ITEMS-ON-DISK
003258         EXIT PARAGRAPH
003259     END-IF.
003260
003270     IF WS-MD-WAS-FOUND
003280         MOVE "Y" TO WS-MDT-CHECKED-SW(WS-MD-MATCH-IDX)
006950            WS-COUNT-DISPLAY     DELIMITED BY SIZE
006960            INTO REPORT-LINE.
006970     WRITE REPORT-LINE.
006980
006990     MOVE SPACES TO REPORT-LINE.
007000     MOVE WS-TOTAL-INCOMPLETE TO WS-COUNT-DISPLAY.
007010     STRING "Carrosseis incompletos: " DELIMITED BY SIZE
007020            WS-COUNT-DISPLAY           DELIMITED BY SIZE
007030            INTO REPORT-LINE.
007040     WRITE REPORT-LINE.
007050
007060*----------------------------------------------------------------
007070* LOAD-ITEM-TABLE
007080*   READS MEDIA-ITEMS INTO THE CAROUSEL ITEM TABLE. A MISSING
007090*   MEDIA-ITEMS IS NOT AN ERROR - EVERY SUCCESS IS THEN CHECKED
007100*   BY TITLE AS BEFORE.
007110*----------------------------------------------------------------
007120 LOAD-ITEM-TABLE.
007130     OPEN INPUT MEDIA-ITEMS.
007140     IF WS-ITEMS-STATUS = "00"
007150         PERFORM READ-ONE-ITEM-RECORD
007160             UNTIL WS-END-OF-ITEMS
007170         CLOSE MEDIA-ITEMS
007180     END-IF.
007190     IF WS-IT-DROPPED > ZERO
007200         MOVE WS-IT-DROPPED TO WS-COUNT-DISPLAY
007210         DISPLAY "MEDIA-ITEMS excede a tabela, "
007220                 WS-COUNT-DISPLAY " itens fora da "
007230                 "verificacao"
007240     END-IF.
007250
007260*----------------------------------------------------------------
007270* READ-ONE-ITEM-RECORD
007280*   READS ONE MEDIA-ITEMS RECORD AND KEEPS IT WHEN IT IS A SLIDE
007290*   OF A CAROUSEL. A SINGLE PHOTO OR VIDEO IS LEFT TO THE TITLE
007300*   CHECK.
007310*----------------------------------------------------------------
007320 READ-ONE-ITEM-RECORD.
007330     READ MEDIA-ITEMS
007340         AT END
007350             SET WS-END-OF-ITEMS TO TRUE
007360         NOT AT END
007370             IF MI-ITEM-COUNT IS NUMERIC AND MI-ITEM-COUNT > 1
007380                 PERFORM STORE-ONE-ITEM
007390             END-IF
007400     END-READ.
007410
007420*----------------------------------------------------------------
007430* STORE-ONE-ITEM
007440*   STORES THE MEDIA-ITEMS RECORD JUST READ OVER THE ENTRY OF THE
007450*   SAME URL AND SLIDE NUMBER, OR IN A NEW ENTRY, COUNTING THE
007460*   SLIDES LEFT OUT ONCE THE TABLE IS FULL.
007470*----------------------------------------------------------------
007480 STORE-ONE-ITEM.
007490     MOVE ZERO TO WS-IT-MATCH-IDX.
007500     PERFORM MATCH-ONE-ITEM-SLOT
007510         VARYING WS-IT-IDX FROM 1 BY 1
007520         UNTIL WS-IT-IDX > WS-IT-LOADED OR WS-IT-MATCH-IDX > ZERO.
007530     IF WS-IT-MATCH-IDX = ZERO
007540         IF WS-IT-LOADED NOT < WS-IT-TABLE-MAX
007550             ADD 1 TO WS-IT-DROPPED
007560             EXIT PARAGRAPH
007570         END-IF
007580         ADD 1 TO WS-IT-LOADED
007590         MOVE WS-IT-LOADED TO WS-IT-MATCH-IDX
007600     END-IF.
007610     SET WS-IT-IDX TO WS-IT-MATCH-IDX.
007620     MOVE MI-URL         TO WS-IT-URL(WS-IT-IDX).
007630     MOVE MI-ITEM-NUMBER TO WS-IT-NUMBER(WS-IT-IDX).
007640     MOVE MI-ITEM-COUNT  TO WS-IT-COUNT(WS-IT-IDX).
007650     MOVE MI-FOLDER      TO WS-IT-FOLDER(WS-IT-IDX).
007660     MOVE MI-FILE-NAME   TO WS-IT-FILE(WS-IT-IDX).
007670
007680*----------------------------------------------------------------
007690* MATCH-ONE-ITEM-SLOT
007700*   TESTS ONE ITEM-TABLE ENTRY AGAINST THE URL AND SLIDE NUMBER
007710*   OF THE MEDIA-ITEMS RECORD JUST READ. USED AS THE VARYING
007720*   PARAGRAPH OF STORE-ONE-ITEM.
007730*----------------------------------------------------------------
007740 MATCH-ONE-ITEM-SLOT.
007750     IF WS-IT-URL(WS-IT-IDX) = MI-URL AND
007760        WS-IT-NUMBER(WS-IT-IDX) = MI-ITEM-NUMBER
007770         SET WS-IT-MATCH-IDX TO WS-IT-IDX
007780     END-IF.
007790
007800*----------------------------------------------------------------
007810* FIND-ITEMS-BY-URL
007820*   SCANS THE ITEM TABLE FOR ANY SLIDE OF THE LOG-URL JUST READ.
007830*----------------------------------------------------------------
007840 FIND-ITEMS-BY-URL.
007850     SET WS-IT-NOT-FOUND TO TRUE.
007860     PERFORM MATCH-ONE-ITEM-URL
007870         VARYING WS-IT-IDX FROM 1 BY 1
007880         UNTIL WS-IT-IDX > WS-IT-LOADED OR WS-IT-WAS-FOUND.
007890
007900*----------------------------------------------------------------
007910* MATCH-ONE-ITEM-URL
007920*   TESTS ONE ITEM-TABLE ENTRY AGAINST LOG-URL. USED AS THE
007930*   VARYING PARAGRAPH OF FIND-ITEMS-BY-URL.
007940*----------------------------------------------------------------
007950 MATCH-ONE-ITEM-URL.
007960     IF WS-IT-URL(WS-IT-IDX) = LOG-URL
007970         SET WS-IT-WAS-FOUND TO TRUE
007980     END-IF.
007990
008000*----------------------------------------------------------------
008010* CHECK-ITEMS-ON-DISK
008020*   CHECKS EVERY SLIDE OF THE LOGGED CAROUSEL ON DISK. NONE LEFT
008030*   IS A MISSING DOWNLOAD AS BEFORE; FEWER THAN THE POST HAS IS
008040*   AN INCOMPLETE CAROUSEL, REPORTED AND REQUEUED THE SAME WAY.
008050*   A FILE NAME THE SHELL CANNOT CARRY, OR AN ITEM TABLE THAT
008060*   OVERFLOWED (SLIDES MAY BE MISSING FROM IT), LEAVES THE POST
008070*   UNVERIFIABLE RATHER THAN FALSELY INCOMPLETE.
008080*----------------------------------------------------------------
008090 CHECK-ITEMS-ON-DISK.
008100     MOVE ZERO TO WS-IT-PRESENT.
008110     MOVE ZERO TO WS-IT-EXPECTED.
008120     MOVE ZERO TO WS-IT-UNSAFE.
008130     PERFORM CHECK-ONE-ITEM-FILE
008140         VARYING WS-IT-IDX FROM 1 BY 1
008150         UNTIL WS-IT-IDX > WS-IT-LOADED.
008160     IF WS-IT-UNSAFE > ZERO
008170         ADD 1 TO WS-TOTAL-UNVERIFIED
008180         PERFORM WRITE-UNVERIFIED-LINE
008190         EXIT PARAGRAPH
008200     END-IF.
008210     IF WS-IT-PRESENT = ZERO
008220         ADD 1 TO WS-TOTAL-MISSING
008230         PERFORM WRITE-MISSING-LINE
008240         PERFORM WRITE-REQUEUE-RECORD
008250     ELSE IF WS-IT-PRESENT < WS-IT-EXPECTED
008260         IF WS-IT-DROPPED > ZERO
008270             ADD 1 TO WS-TOTAL-UNVERIFIED
008280             PERFORM WRITE-UNVERIFIED-LINE
008290         ELSE
008300             ADD 1 TO WS-TOTAL-INCOMPLETE
008310             PERFORM WRITE-INCOMPLETE-LINE
008320             PERFORM WRITE-REQUEUE-RECORD
008330         END-IF
008340     END-IF.
008350
008360*----------------------------------------------------------------
008370* CHECK-ONE-ITEM-FILE
008380*   ASKS THE SHELL WHETHER ONE SLIDE OF THE LOGGED CAROUSEL IS
008390*   STILL IN ITS FOLDER, COUNTING THE ONES PRESENT AND TAKING THE
008400*   NUMBER OF SLIDES THE POST HAS. USED AS THE VARYING PARAGRAPH
008410*   OF CHECK-ITEMS-ON-DISK.
008420*----------------------------------------------------------------
008430 CHECK-ONE-ITEM-FILE.
008440     IF WS-IT-URL(WS-IT-IDX) NOT = LOG-URL
008450         EXIT PARAGRAPH
008460     END-IF.
008470     IF WS-IT-COUNT(WS-IT-IDX) > WS-IT-EXPECTED
008480         MOVE WS-IT-COUNT(WS-IT-IDX) TO WS-IT-EXPECTED
008490     END-IF.
008500     MOVE WS-IT-FOLDER(WS-IT-IDX) TO WS-OUTPUT-PATH.
008510     MOVE WS-IT-FILE(WS-IT-IDX)   TO WS-FILE-NAME.
008520     MOVE ZERO TO WS-QUOTE-COUNT.
008530     INSPECT WS-FILE-NAME TALLYING WS-QUOTE-COUNT
008540         FOR ALL """".
008550     INSPECT WS-FILE-NAME TALLYING WS-QUOTE-COUNT
008560         FOR ALL "$".
008570     INSPECT WS-FILE-NAME TALLYING WS-QUOTE-COUNT
008580         FOR ALL "`".
008590     INSPECT WS-FILE-NAME TALLYING WS-QUOTE-COUNT
008600         FOR ALL "\".
008610     PERFORM COMPUTE-NAME-LENGTH.
008620     IF WS-QUOTE-COUNT > ZERO OR WS-NAME-LEN = ZERO
008630         ADD 1 TO WS-IT-UNSAFE
008640         EXIT PARAGRAPH
008650     END-IF.
008660
008670     MOVE SPACES TO COMMAND.
008680     STRING "test -f """     DELIMITED BY SIZE
008690            WS-OUTPUT-PATH   DELIMITED BY SPACE
008700            "/"              DELIMITED BY SIZE
008710            WS-FILE-NAME(1:WS-NAME-LEN)
008720                             DELIMITED BY SIZE
008730            """"             DELIMITED BY SIZE
008740            INTO COMMAND.
008750     PERFORM RUN-SHELL-COMMAND.
008760     IF WS-SYSTEM-RC = ZERO
008770         ADD 1 TO WS-IT-PRESENT
008780     END-IF.
008790
008800*----------------------------------------------------------------
008810* COMPUTE-NAME-LENGTH
008820*   FINDS THE TRIMMED LENGTH OF THE FILE NAME IN WS-FILE-NAME BY
008830*   BACKING OVER TRAILING SPACES.
008840*----------------------------------------------------------------
008850 COMPUTE-NAME-LENGTH.
008860     MOVE 120 TO WS-NAME-LEN.
008870     SET WS-TRIM-MORE TO TRUE.
008880     PERFORM TRIM-ONE-NAME-CHAR UNTIL WS-TRIM-DONE.
008890
008900*----------------------------------------------------------------
008910* TRIM-ONE-NAME-CHAR
008920*   BACKS WS-NAME-LEN OVER ONE TRAILING SPACE OF THE FILE NAME,
008930*   OR MARKS THE TRIM FINISHED. USED AS THE PERFORM ... UNTIL
008940*   PARAGRAPH OF COMPUTE-NAME-LENGTH.
008950*----------------------------------------------------------------
008960 TRIM-ONE-NAME-CHAR.
008970     IF WS-NAME-LEN = ZERO
008980         SET WS-TRIM-DONE TO TRUE
008990     ELSE
009000         IF WS-FILE-NAME(WS-NAME-LEN:1) = SPACE
009010             SUBTRACT 1 FROM WS-NAME-LEN
009020         ELSE
009030             SET WS-TRIM-DONE TO TRUE
009040         END-IF
009050     END-IF.
009060
009070*----------------------------------------------------------------
009080* WRITE-INCOMPLETE-LINE
009090*   WRITES ONE "CAROUSEL WITH SLIDES MISSING" EXCEPTION LINE FOR
009100*   THE LOG RECORD JUST CHECKED, WITH THE SLIDES FOUND AND THE
009110*   SLIDES THE POST HAS.
009120*----------------------------------------------------------------
009130 WRITE-INCOMPLETE-LINE.
009140     MOVE WS-IT-PRESENT  TO WS-ITEM-DISPLAY.
009150     MOVE WS-IT-EXPECTED TO WS-ITEM-OF-DISPLAY.
009160     MOVE SPACES TO REPORT-LINE.
009170     STRING "INCOMPLETO "      DELIMITED BY SIZE
009180            LOG-CONTENT-TYPE   DELIMITED BY SPACE
009190            " "                DELIMITED BY SIZE
009200            LOG-URL            DELIMITED BY SPACE
009210            " ("               DELIMITED BY SIZE
009220            WS-ITEM-DISPLAY    DELIMITED BY SIZE
009230            " de"              DELIMITED BY SIZE
009240            WS-ITEM-OF-DISPLAY DELIMITED BY SIZE
009250            " itens, "         DELIMITED BY SIZE
009260            WS-OUTPUT-PATH     DELIMITED BY SPACE
009270            ")"                DELIMITED BY SIZE
009280            INTO REPORT-LINE.
009290     WRITE REPORT-LINE.
