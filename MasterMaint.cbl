000260*                  SUCCESS BACK TO FAILED FOR TONIGHT'S RE-FETCH
000270*                  WITHOUT REBUILDING THE WHOLE MASTER AND LOSING
000280*                  THE PURGED MARKERS THE RETENTION JOB WROTE.
000282* 2026-10-15  RS   CLAIM THE SHARED RUN-LOCK BEFORE OPENING THE
000284*                  MASTER AND REFUSE TO RUN (RC 4) WHILE ANOTHER
000286*                  JOB THAT UPDATES DOWNLOAD-MASTER HOLDS IT.
000290*----------------------------------------------------------------
000300
000310 ENVIRONMENT DIVISION.
000500         RECORD KEY IS DM-URL
000510         FILE STATUS IS WS-DMASTER-STATUS.
000520
000524     SELECT RUN-LOCK ASSIGN TO "RUNLOCK"
000526         ORGANIZATION IS LINE SEQUENTIAL
000528         FILE STATUS IS WS-RUNLOCK-STATUS.
000529
000530 DATA DIVISION.
000540 FILE SECTION.
000550
000980     05  DM-FIRST-ATTEMPT        PIC X(19).
000990     05  DM-LAST-ATTEMPT         PIC X(19).
001000     05  DM-ATTEMPT-COUNT        PIC 9(05).
001001
001002 FD  RUN-LOCK
001003     RECORD CONTAINS 28 CHARACTERS.
001004 01  RUN-LOCK-RECORD.
001005     05  RLK-PROGRAM             PIC X(08).
001006     05  FILLER                  PIC X(01).
001007     05  RLK-START-STAMP         PIC X(19).
001010
001020 WORKING-STORAGE SECTION.
001030
001080 77  WS-REPORT-STATUS            PIC X(02)  VALUE "00".
001090 77  WS-AUDIT-STATUS             PIC X(02)  VALUE "00".
001100 77  WS-DMASTER-STATUS           PIC X(02)  VALUE "00".
001105 77  WS-RUNLOCK-STATUS           PIC X(02)  VALUE "00".
001110 77  WS-CMD-VERB                 PIC X(10).
001120 77  WS-CMD-URL                  PIC X(100).
001130 77  WS-CMD-STATUS               PIC X(10).
001200 77  WS-LIST-MATCHES             PIC 9(05)  COMP  VALUE ZERO.
001210 77  WS-COUNT-DISPLAY            PIC ZZZZ9.
001220 77  WS-ATTEMPTS-DISPLAY         PIC ZZZZ9.
001224 77  WS-LOCK-HOLDER              PIC X(08).
001228 77  WS-LOCK-SINCE               PIC X(19).
001230
001240*----------------------------------------------------------------
001250* CURRENT DATE / TIME WORK AREAS (USED TO BUILD WS-TIMESTAMP)
001430         88  WS-END-OF-COMMANDS             VALUE "Y".
001440     05  WS-MASTER-EOF-SWITCH    PIC X(01)  VALUE "N".
001450         88  WS-END-OF-MASTER               VALUE "Y".
001452     05  WS-RUNLOCK-SWITCH       PIC X(01)  VALUE "N".
001454         88  WS-RUN-LOCK-HELD               VALUE "Y".
001456         88  WS-RUN-LOCK-FREE               VALUE "N".
001460
001470 PROCEDURE DIVISION.
001480
001550     DISPLAY "Manutencao do DOWNLOAD-MASTER".
001560     PERFORM BUILD-TIMESTAMP.
001570     DISPLAY "Inicio: " WS-TIMESTAMP.
001571
001572     PERFORM ACQUIRE-RUN-LOCK.
001573     IF WS-RUN-LOCK-FREE
001574         MOVE 4 TO RETURN-CODE
001575         STOP RUN
001576     END-IF.
001580
001590     OPEN I-O DOWNLOAD-MASTER.
001600     IF WS-DMASTER-STATUS NOT = "00"
001610         DISPLAY "Nao foi possivel abrir DOWNLOAD-MASTER"
001620         MOVE 1 TO RETURN-CODE
001625         PERFORM RELEASE-RUN-LOCK
001630         STOP RUN
001640     END-IF.
001650
001680         DISPLAY "DMNTCMDS ausente, nada a fazer"
001690         CLOSE DOWNLOAD-MASTER
001700         MOVE 1 TO RETURN-CODE
001705         PERFORM RELEASE-RUN-LOCK
001710         STOP RUN
001720     END-IF.
001730
001770         CLOSE MAINT-COMMANDS
001780         CLOSE DOWNLOAD-MASTER
001790         MOVE 1 TO RETURN-CODE
001795         PERFORM RELEASE-RUN-LOCK
001800         STOP RUN
001810     END-IF.
001820     PERFORM OPEN-MAINT-AUDIT.
001860         CLOSE MAINT-REPORT
001870         CLOSE DOWNLOAD-MASTER
001880         MOVE 1 TO RETURN-CODE
001885         PERFORM RELEASE-RUN-LOCK
001890         STOP RUN
001900     END-IF.
001910
002040     ELSE
002050         MOVE 0 TO RETURN-CODE
002060     END-IF.
002065     PERFORM RELEASE-RUN-LOCK.
002070     STOP RUN.
002080
002090*----------------------------------------------------------------
005170            WS-COUNT-DISPLAY      DELIMITED BY SIZE
005180            INTO REPORT-LINE.
005190     WRITE REPORT-LINE.
005200
005210*----------------------------------------------------------------
005220* ACQUIRE-RUN-LOCK
005230*   CLAIMS RUN-LOCK, THE ONE-LINE LOCK FILE SHARED BY EVERY JOB
005240*   THAT UPDATES DOWNLOAD-MASTER, BEFORE ANYTHING IS OPENED FOR
005250*   UPDATE. A LINE ALREADY THERE NAMES A JOB STILL RUNNING, SO
005260*   THIS RUN IS REFUSED (WS-RUN-LOCK-FREE STAYS SET) AND THE
005270*   HOLDER IS NAMED FOR THE OPERATOR. A JOB THAT DIED WITHOUT
005280*   RELEASING THE LOCK LEAVES ITS LINE BEHIND; THE OPERATOR
005290*   EMPTIES RUNLOCK ONCE SURE THAT JOB IS GONE.
005300*----------------------------------------------------------------
005310 ACQUIRE-RUN-LOCK.
005320     MOVE SPACES TO WS-LOCK-HOLDER.
005330     MOVE SPACES TO WS-LOCK-SINCE.
005340     OPEN INPUT RUN-LOCK.
005350     IF WS-RUNLOCK-STATUS = "00"
005360         READ RUN-LOCK
005370             NOT AT END
005380                 MOVE RLK-PROGRAM     TO WS-LOCK-HOLDER
005390                 MOVE RLK-START-STAMP TO WS-LOCK-SINCE
005400         END-READ
005410         CLOSE RUN-LOCK
005420     END-IF.
005430     IF WS-LOCK-HOLDER NOT = SPACES
005440         DISPLAY "Execucao recusada: RUNLOCK ocupado desde "
005450                 WS-LOCK-SINCE " por " WS-LOCK-HOLDER
005460         DISPLAY "Se esse job nao estiver mais rodando, "
005470                 "esvazie o arquivo RUNLOCK"
005480         EXIT PARAGRAPH
005490     END-IF.
005500     OPEN OUTPUT RUN-LOCK.
005510     IF WS-RUNLOCK-STATUS NOT = "00"
005520         DISPLAY "Nao foi possivel gravar RUNLOCK, "
005530                 "execucao recusada"
005540         EXIT PARAGRAPH
005550     END-IF.
005560     PERFORM BUILD-TIMESTAMP.
005570     MOVE SPACES       TO RUN-LOCK-RECORD.
005580     MOVE "MASTMANT"   TO RLK-PROGRAM.
005590     MOVE WS-TIMESTAMP TO RLK-START-STAMP.
005600     WRITE RUN-LOCK-RECORD.
005610     CLOSE RUN-LOCK.
005620     SET WS-RUN-LOCK-HELD TO TRUE.
005630
005640*----------------------------------------------------------------
005650* RELEASE-RUN-LOCK
005660*   EMPTIES RUN-LOCK AGAIN SO THE NEXT JOB MAY RUN. CALLED BEFORE
005670*   EVERY STOP RUN ONCE THE LOCK IS HELD; DOES NOTHING WHEN IT
005680*   IS NOT.
005690*----------------------------------------------------------------
005700 RELEASE-RUN-LOCK.
005710     IF WS-RUN-LOCK-FREE
005720         EXIT PARAGRAPH
005730     END-IF.
005740     OPEN OUTPUT RUN-LOCK.
005750     IF WS-RUNLOCK-STATUS = "00"
005760         CLOSE RUN-LOCK
005770     ELSE
005780         DISPLAY "Nao foi possivel liberar RUNLOCK"
005790     END-IF.
005800     SET WS-RUN-LOCK-FREE TO TRUE.
