000300*                  ENTRIES KEEP THEIR REAL STATUS, AND THE
000301*                  PURGE REPORT LISTS EVERYTHING PRESERVED AND
000302*                  WHICH HOLD ENTRY COVERED IT.
000303* 2026-10-15  RS   CLAIM THE SHARED RUN-LOCK BEFORE TOUCHING THE
000304*                  ARCHIVE OR THE MASTER AND REFUSE TO RUN (RC 4)
000305*                  WHILE ANOTHER DOWNLOAD-MASTER JOB HOLDS IT.
000306*----------------------------------------------------------------
000307
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS DM-URL
000550         FILE STATUS IS WS-DMASTER-STATUS.
000552
000554     SELECT RUN-LOCK ASSIGN TO "RUNLOCK"
000556         ORGANIZATION IS LINE SEQUENTIAL
000558         FILE STATUS IS WS-RUNLOCK-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000840     05  DM-LAST-ATTEMPT         PIC X(19).
000850     05  DM-ATTEMPT-COUNT        PIC 9(05).
000860
000861 FD  RUN-LOCK
000862     RECORD CONTAINS 28 CHARACTERS.
000863 01  RUN-LOCK-RECORD.
000864     05  RLK-PROGRAM             PIC X(08).
000865     05  FILLER                  PIC X(01).
000866     05  RLK-START-STAMP         PIC X(19).
000867
000870 WORKING-STORAGE SECTION.
000880
000890*----------------------------------------------------------------
000950 77  WS-SIZE-STATUS              PIC X(02)  VALUE "00".
000960 77  WS-CONFIG-STATUS            PIC X(02)  VALUE "00".
000970 77  WS-DMASTER-STATUS           PIC X(02)  VALUE "00".
000975 77  WS-RUNLOCK-STATUS           PIC X(02)  VALUE "00".
000980 77  COMMAND                     PIC X(250).
000990 77  WS-SYSTEM-RC                PIC S9(9)  VALUE ZERO.
001000 77  WS-DIVIDE-REMAINDER         PIC 9(05)  COMP  VALUE ZERO.
001150 77  WS-TRIM-LEN                 PIC 9(05)  COMP  VALUE ZERO.
001160 77  WS-COUNT-DISPLAY            PIC ZZZZ9.
001170 77  WS-KB-DISPLAY               PIC ZZZZZZZZ9.
001174 77  WS-LOCK-HOLDER              PIC X(08).
001178 77  WS-LOCK-SINCE               PIC X(19).
001180
001190 01  WS-CURRENT-DATE-FIELDS.
001200     05  WS-CD-YYYY              PIC 9(04).
001430     05  WS-FOLDER-OK-SWITCH     PIC X(01)  VALUE "N".
001440         88  WS-FOLDER-IS-DATE              VALUE "Y".
001450         88  WS-FOLDER-NOT-DATE             VALUE "N".
001452     05  WS-RUNLOCK-SWITCH       PIC X(01)  VALUE "N".
001454         88  WS-RUN-LOCK-HELD               VALUE "Y".
001456         88  WS-RUN-LOCK-FREE               VALUE "N".
001460     05  WS-PURGED-FOUND-SWITCH  PIC X(01)  VALUE "N".
001470         88  WS-PURGED-WAS-FOUND            VALUE "Y".
001480         88  WS-PURGED-NOT-FOUND            VALUE "N".
002040     PERFORM BUILD-TIMESTAMP.
002050     DISPLAY "Inicio: " WS-TIMESTAMP.
002060
002061     PERFORM ACQUIRE-RUN-LOCK.
002062     IF WS-RUN-LOCK-FREE
002063         MOVE 4 TO RETURN-CODE
002064         STOP RUN
002065     END-IF.
002066
002070     PERFORM LOAD-CONFIG.
002075     PERFORM LOAD-LEGAL-HOLD.
002080     PERFORM BUILD-CUTOFF-DATES.
002110     IF WS-REPORT-STATUS NOT = "00"
002120         DISPLAY "Nao foi possivel abrir PURGE-REPORT"
002130         MOVE 1 TO RETURN-CODE
002135         PERFORM RELEASE-RUN-LOCK
002140         STOP RUN
002150     END-IF.
002160     PERFORM WRITE-REPORT-HEADER.
002284     ELSE
002286         MOVE 0 TO RETURN-CODE
002288     END-IF.
002289     PERFORM RELEASE-RUN-LOCK.
002290     STOP RUN.
002300
002310*----------------------------------------------------------------
008710            ")"              DELIMITED BY SIZE
008720            INTO REPORT-LINE.
008730     WRITE REPORT-LINE.
008740
008750*----------------------------------------------------------------
008760* ACQUIRE-RUN-LOCK
008770*   CLAIMS RUN-LOCK, THE ONE-LINE LOCK FILE SHARED BY EVERY JOB
008780*   THAT UPDATES DOWNLOAD-MASTER, BEFORE ANYTHING IS OPENED FOR
008790*   UPDATE. A LINE ALREADY THERE NAMES A JOB STILL RUNNING, SO
008800*   THIS RUN IS REFUSED (WS-RUN-LOCK-FREE STAYS SET) AND THE
008810*   HOLDER IS NAMED FOR THE OPERATOR. A JOB THAT DIED WITHOUT
008820*   RELEASING THE LOCK LEAVES ITS LINE BEHIND; THE OPERATOR
008830*   EMPTIES RUNLOCK ONCE SURE THAT JOB IS GONE.
008840*----------------------------------------------------------------
008850 ACQUIRE-RUN-LOCK.
008860     MOVE SPACES TO WS-LOCK-HOLDER.
008870     MOVE SPACES TO WS-LOCK-SINCE.
008880     OPEN INPUT RUN-LOCK.
008890     IF WS-RUNLOCK-STATUS = "00"
008900         READ RUN-LOCK
008910             NOT AT END
008920                 MOVE RLK-PROGRAM     TO WS-LOCK-HOLDER
008930                 MOVE RLK-START-STAMP TO WS-LOCK-SINCE
008940         END-READ
008950         CLOSE RUN-LOCK
008960     END-IF.
008970     IF WS-LOCK-HOLDER NOT = SPACES
008980         DISPLAY "Execucao recusada: RUNLOCK ocupado desde "
008990                 WS-LOCK-SINCE " por " WS-LOCK-HOLDER
009000         DISPLAY "Se esse job nao estiver mais rodando, "
009010                 "esvazie o arquivo RUNLOCK"
009020         EXIT PARAGRAPH
009030     END-IF.
009040     OPEN OUTPUT RUN-LOCK.
009050     IF WS-RUNLOCK-STATUS NOT = "00"
009060         DISPLAY "Nao foi possivel gravar RUNLOCK, "
009070                 "execucao recusada"
009080         EXIT PARAGRAPH
009090     END-IF.
009100     PERFORM BUILD-TIMESTAMP.
009110     MOVE SPACES       TO RUN-LOCK-RECORD.
009120     MOVE "PURGE"      TO RLK-PROGRAM.
009130     MOVE WS-TIMESTAMP TO RLK-START-STAMP.
009140     WRITE RUN-LOCK-RECORD.
009150     CLOSE RUN-LOCK.
009160     SET WS-RUN-LOCK-HELD TO TRUE.
009170
009180*----------------------------------------------------------------
009190* RELEASE-RUN-LOCK
009200*   EMPTIES RUN-LOCK AGAIN SO THE NEXT JOB MAY RUN. CALLED BEFORE
009210*   EVERY STOP RUN ONCE THE LOCK IS HELD; DOES NOTHING WHEN IT
009220*   IS NOT.
009230*----------------------------------------------------------------
009240 RELEASE-RUN-LOCK.
009250     IF WS-RUN-LOCK-FREE
009260         EXIT PARAGRAPH
009270     END-IF.
009280     OPEN OUTPUT RUN-LOCK.
009290     IF WS-RUNLOCK-STATUS = "00"
009300         CLOSE RUN-LOCK
009310     ELSE
009320         DISPLAY "Nao foi possivel liberar RUNLOCK"
009330     END-IF.
009340     SET WS-RUN-LOCK-FREE TO TRUE.
