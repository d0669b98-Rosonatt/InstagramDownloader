001328*                  UNACKNOWLEDGED TOO LONG, SO EXACTLY THE
001329*                  MISSING GENERATION IS RE-SENT. AN EMPTY
001330*                  GENERATION IS REMOVED INSTEAD OF RECORDED.
001331* 2026-10-15  RS   TREAT REMOVIDO-L (LEGAL TAKEDOWN) IN THE MASTER
001332*                  AS DONE, LIKE SUCCESS, PURGED AND DUPLICATE.
001333* 2026-10-15  RS   APPEND ONE RUN-HISTORY RECORD PER RUN (START,
001334*                  END, HOW IT ENDED, COUNTS, FAILURES PER REASON,
001335*                  ITEMS PER HOUR) FOR THE NEW RUNTREND JOB.
001336* 2026-10-15  RS   RUSH MODE (ARGUMENT RUSH) FOR URGENT DAYTIME
001337*                  ITEMS: READS RUSHQ, WRITES RUSHSUM/RUSHLEFT,
001338*                  IGNORES THE CUTOFF AND NEVER TOUCHES QUEUE,
001339*                  CHKPT OR RETRYQ. MASTER, LOG, METADATA, INDEX
001340*                  AND CATALOG ARE UPDATED AS IN THE NIGHTLY RUN.
001341* 2026-10-15  RS   CLAIM THE SHARED RUN-LOCK AT STARTUP AND REFUSE
001342*                  TO RUN (RC 4) WHILE ANOTHER DOWNLOAD-MASTER JOB
001343*                  HOLDS IT.
001344* 2026-10-15  RS   WRITE A DELIVERY MANIFEST PER REQUESTER AFTER
001345*                  THE SUMMARY (MANIF.<CODE>, RUSHMAN.<CODE> IN
001346*                  RUSH MODE): EVERY ITEM OF THE NIGHT WITH ITS
001347*                  OUTCOME, TITLE AND FOLDER, FAILURES WITH THEIR
001348*                  REASON AND RETRY STATE, AND A TRL LINE THAT
001349*                  MATCHES THE SUMMARY'S REQUESTER COUNTS. A RETRY
001350*                  SUCCESS NO LONGER TAKES A FAILURE OFF A
001351*                  REQUESTER WHEN THE FAILURE WAS COUNTED BEFORE A
001352*                  CHECKPOINT RESUME.
001353* 2026-10-15  RS   KEEP CAROUSEL POSTS ITEM BY ITEM: EACH SLIDE IS
001354*                  SAVED AS <TITLE>.<N>.<EXT>, CHECKSUMMED INTO
001355*                  CKINDEX AND RECORDED IN MEDIA-ITEMS (MDITEMS)
001356*                  WITH ITS NUMBER, KIND AND FILE NAME, AND THE
001357*                  CATALOG CARRIES AN ITM LINE PER SLIDE.
001358* 2026-10-15  RS   FAIL A CAROUSEL THAT CAME DOWN SHORT AS
001359*                  INCOMPLETO, EVEN IF ALL IT GOT ARE REPOSTS: ITS
001360*                  SLIDES ARE REMOVED, NOTHING IS INDEXED OR
001361*                  RECORDED, AND IT IS RETRIED IN FULL (RETRYQ).
001362*----------------------------------------------------------------
001363
001364 ENVIRONMENT DIVISION.
001365 INPUT-OUTPUT SECTION.
001366 FILE-CONTROL.
001367
001368     SELECT DOWNLOAD-QUEUE ASSIGN USING WS-QUEUE-FILE-NAME
001369         ORGANIZATION IS LINE SEQUENTIAL
001370         FILE STATUS IS WS-QUEUE-STATUS.
001380
001390     SELECT DOWNLOAD-LOG ASSIGN TO "DLOG"
001400         ORGANIZATION IS LINE SEQUENTIAL
001410         FILE STATUS IS WS-LOG-STATUS.
001420
001430     SELECT SUMMARY-FILE ASSIGN USING WS-SUMMARY-FILE-NAME
001440         ORGANIZATION IS LINE SEQUENTIAL
001450         FILE STATUS IS WS-SUMMARY-STATUS.
001460
001510     SELECT METADATA-FILE ASSIGN TO "METADATA"
001520         ORGANIZATION IS LINE SEQUENTIAL
001530         FILE STATUS IS WS-METADATA-STATUS.
001532
001534     SELECT MEDIA-ITEMS ASSIGN TO "MDITEMS"
001536         ORGANIZATION IS LINE SEQUENTIAL
001538         FILE STATUS IS WS-ITEMS-STATUS.
001540
001550     SELECT METADATA-STAGING ASSIGN TO "MDSTAGE"
001560         ORGANIZATION IS LINE SEQUENTIAL
001793         ORGANIZATION IS LINE SEQUENTIAL
001794         FILE STATUS IS WS-CATCTL-STATUS.
001800
001801     SELECT MANIFEST-FILE ASSIGN USING WS-MANIFEST-FILE-NAME
001802         ORGANIZATION IS LINE SEQUENTIAL
001803         FILE STATUS IS WS-MANIFEST-STATUS.
001804
001805     SELECT RUN-HISTORY ASSIGN TO "RUNHIST"
001806         ORGANIZATION IS LINE SEQUENTIAL
001807         FILE STATUS IS WS-RUNHIST-STATUS.
001808
001809     SELECT RUN-LOCK ASSIGN TO "RUNLOCK"
001810         ORGANIZATION IS LINE SEQUENTIAL
001811         FILE STATUS IS WS-RUNLOCK-STATUS.
001812
001813     SELECT QUEUE-LEFTOVER ASSIGN USING WS-LEFTOVER-FILE-NAME
001820         ORGANIZATION IS LINE SEQUENTIAL
001830         FILE STATUS IS WS-LEFTOVER-STATUS.
001832
002480     05  MD-UPLOAD-DATE          PIC X(10).
002490     05  FILLER                  PIC X(01) VALUE SPACE.
002500     05  MD-LIKE-COUNT           PIC X(10).
002501
002502*----------------------------------------------------------------
002503* MEDIA-ITEMS HOLDS ONE RECORD PER FILE A DOWNLOAD LEFT ON DISK.
002504* A SINGLE PHOTO OR VIDEO IS ITEM 1 OF 1; A CAROUSEL GETS ONE
002505* RECORD PER SLIDE WITH ITS POSITION, THE NUMBER OF SLIDES THE
002506* POST HAS, PHOTO OR VIDEO, ITS OWN CHECKSUM AND ITS FILE NAME
002507* IN THE FOLDER. THE RECONCILE JOB READS IT TO TELL A COMPLETE
002508* CAROUSEL FROM ONE WITH SLIDES MISSING.
002509*----------------------------------------------------------------
002510 FD  MEDIA-ITEMS
002511     RECORD CONTAINS 360 CHARACTERS.
002512 01  MEDIA-ITEM-RECORD.
002513     05  MI-TIMESTAMP            PIC X(19).
002514     05  FILLER                  PIC X(01) VALUE SPACE.
002515     05  MI-CONTENT-TYPE         PIC X(10).
002516     05  FILLER                  PIC X(01) VALUE SPACE.
002517     05  MI-URL                  PIC X(100).
002518     05  FILLER                  PIC X(01) VALUE SPACE.
002519     05  MI-ITEM-NUMBER          PIC 9(03).
002520     05  FILLER                  PIC X(01) VALUE SPACE.
002521     05  MI-ITEM-COUNT           PIC 9(03).
002522     05  FILLER                  PIC X(01) VALUE SPACE.
002523     05  MI-MEDIA-KIND           PIC X(05).
002524     05  FILLER                  PIC X(01) VALUE SPACE.
002525     05  MI-CHECKSUM             PIC X(32).
002526     05  FILLER                  PIC X(01) VALUE SPACE.
002527     05  MI-FOLDER               PIC X(60).
002528     05  FILLER                  PIC X(01) VALUE SPACE.
002529     05  MI-FILE-NAME            PIC X(120).
002530
002531 FD  METADATA-STAGING
002532     RECORD CONTAINS 200 CHARACTERS.
002540 01  MDSTAGE-LINE                PIC X(200).
002550
002560*----------------------------------------------------------------
003100* CATALOG-EXPORT IS THE PIPE-DELIMITED INTERFACE THE MEDIA
003110* CATALOG SYSTEM INGESTS: ONE RECORD PER SUCCESSFUL DOWNLOAD
003120* JOINING THE LOG OUTCOME, THE CAPTURED METADATA AND THE OUTPUT
003130* FOLDER THE FILE WAS ROUTED TO, A CAROUSEL'S RECORD FOLLOWED BY
003134* ONE ITM LINE PER SLIDE (NUMBER, KIND, CHECKSUM AND FILE NAME).
003138* EACH RUN WRITES ITS OWN
003140* NUMBERED GENERATION FILE (CATALOG.Gnnnn) WITH AN HDR LINE
003150* FIRST AND A TRL LINE CARRYING THE RECORD COUNT LAST, SO A
003151* HALF-IMPORTED GENERATION CAN BE TOLD FROM A COMPLETE ONE AND
003173     05  FILLER                  PIC X(01) VALUE SPACE.
003174     05  CTL-STATUS              PIC X(10).
003175
003176*----------------------------------------------------------------
003177* RUN-HISTORY GETS ONE RECORD APPENDED PER RUN - BY THIS PROGRAM
003178* AND BY QUEUEBUILDER - FOR THE RUNTREND JOB. THE COUNTS ARE THE
003179* RUN'S OWN; REASON COUNTS FOLLOW THE WS-REASON-NAME ORDER.
003180*----------------------------------------------------------------
003181 FD  RUN-HISTORY
003182     RECORD CONTAINS 149 CHARACTERS.
003183 01  RUN-HISTORY-RECORD.
003184     05  RH-PROGRAM              PIC X(08).
003185     05  FILLER                  PIC X(01) VALUE SPACE.
003186     05  RH-START-STAMP          PIC X(19).
003187     05  FILLER                  PIC X(01) VALUE SPACE.
003188     05  RH-END-STAMP            PIC X(19).
003189     05  FILLER                  PIC X(01) VALUE SPACE.
003190     05  RH-END-TYPE             PIC X(06).
003191     05  FILLER                  PIC X(01) VALUE SPACE.
003192     05  RH-RETURN-CODE          PIC 9(02).
003193     05  RH-QUEUE-SIZE           PIC 9(07).
003194     05  RH-PROCESSED            PIC 9(07).
003195     05  RH-SUCCESS              PIC 9(07).
003196     05  RH-FAILED               PIC 9(07).
003197     05  RH-SKIPPED              PIC 9(07).
003198     05  RH-EXPIRED              PIC 9(07).
003199     05  RH-DUPLICATE            PIC 9(07).
003200     05  RH-ITEMS-PER-HOUR       PIC 9(07).
003201     05  RH-REASON-COUNT         PIC 9(05)  OCCURS 7 TIMES.
003202
003203*----------------------------------------------------------------
003204* RUN-LOCK IS THE ONE-LINE LOCK FILE SHARED BY EVERY JOB THAT
003205* UPDATES DOWNLOAD-MASTER: THE JOB HOLDING IT AND WHEN IT STARTED.
003206* EMPTY OR MISSING MEANS NO SUCH JOB IS RUNNING.
003207*----------------------------------------------------------------
003208 FD  RUN-LOCK
003209     RECORD CONTAINS 28 CHARACTERS.
003210 01  RUN-LOCK-RECORD.
003211     05  RLK-PROGRAM             PIC X(08).
003212     05  FILLER                  PIC X(01).
003213     05  RLK-START-STAMP         PIC X(19).
003214
003215*----------------------------------------------------------------
003216* MANIFEST-FILE IS ONE REQUESTER'S DELIVERY MANIFEST (MANIF.<CODE>
003217* OR RUSHMAN.<CODE> IN RUSH MODE): AN HDR LINE, ONE DET LINE PER
003218* ITEM GROUPED BY OUTCOME, AND A TRL LINE WITH THE COUNTS. FIELDS
003219* KEEP THEIR FIXED WIDTHS BETWEEN THE PIPES, AS IN CATALOG-EXPORT.
003220*----------------------------------------------------------------
003221 FD  MANIFEST-FILE
003222     RECORD CONTAINS 360 CHARACTERS.
003223 01  MANIFEST-LINE               PIC X(360).
003224
003225*----------------------------------------------------------------
003226* QUEUE-LEFTOVER RECEIVES THE DOWNLOAD-QUEUE LINES BEYOND THE
003227* IN-MEMORY QUEUE TABLE, IN THEIR ORIGINAL FREE-FORM LAYOUT, SO
003230* AN OVERSIZED NIGHT CAN BE FED BACK (E.G. PREPENDED TO THE NEXT
003240* QUEUE) INSTEAD OF LOSING WORK. REWRITTEN EVERY RUN.
003250*----------------------------------------------------------------
003847 77  WS-CK-ORIG-PATH             PIC X(60).
003848 77  WS-TOTAL-CONTENT-DUP        PIC 9(05)  COMP  VALUE ZERO.
003850 77  WS-ERRSTAGE-STATUS          PIC X(02)  VALUE "00".
003851 77  WS-RUN-ELAPSED              PIC 9(09)  COMP  VALUE ZERO.
003860 77  WS-CATALOG-STATUS           PIC X(02)  VALUE "00".
003861 77  WS-CATCTL-STATUS            PIC X(02)  VALUE "00".
003862 77  WS-CATALOG-GEN-NAME         PIC X(30).
003863 77  WS-CATALOG-GEN-NUMBER       PIC 9(04)  VALUE ZERO.
003864 77  WS-CATALOG-RECORD-COUNT     PIC 9(07)  VALUE ZERO.
003865 77  WS-RUNHIST-STATUS           PIC X(02)  VALUE "00".
003866 77  WS-RUN-START-STAMP          PIC X(19)  VALUE SPACES.
003867 77  WS-RUN-START-SECS           PIC 9(11)  COMP  VALUE ZERO.
003868 77  WS-RUN-CLOCK-SECS           PIC 9(11)  COMP  VALUE ZERO.
003869 77  WS-RUN-DATE-NUM             PIC 9(08)  VALUE ZERO.
003870 77  WS-FAILURE-REASON           PIC X(16)  VALUE SPACES.
003880 77  WS-ERR-LINE-LC              PIC X(200).
003881 77  WS-QUEUE-FILE-NAME          PIC X(30)  VALUE "QUEUE".
003882 77  WS-SUMMARY-FILE-NAME        PIC X(30)  VALUE "SUMMARY".
003883 77  WS-LEFTOVER-FILE-NAME       PIC X(30)  VALUE "QLEFT".
003884 77  WS-RUN-MODE-ARG             PIC X(20).
003885 77  WS-RUNLOCK-STATUS           PIC X(02)  VALUE "00".
003886 77  WS-LOCK-HOLDER              PIC X(08).
003887 77  WS-LOCK-SINCE               PIC X(19).
003890 77  WS-KW-RATE                  PIC 9(05)  COMP  VALUE ZERO.
003900 77  WS-KW-PRIVATE               PIC 9(05)  COMP  VALUE ZERO.
003910 77  WS-KW-LOGIN                 PIC 9(05)  COMP  VALUE ZERO.
004128 77  WS-BLK-TRIM-LEN             PIC 9(05)  COMP  VALUE ZERO.
004129 77  WS-BLK-HIT-COUNT            PIC 9(05)  COMP  VALUE ZERO.
004130
004131*----------------------------------------------------------------
004132* MEDIA ITEMS OF THE DOWNLOAD IN HAND - ONE ENTRY PER FILE THE
004133* CHECKSUM STEP FOUND UNDER THE TITLE: ITS CHECKSUM, FILE NAME,
004134* POSITION IN THE POST AND KIND, AND WHAT CHECKSUM-INDEX SAID OF
004135* IT (NEW, ALREADY INDEXED FOR THIS URL, OR A REPOST OF CONTENT
004136* ARCHIVED UNDER ANOTHER URL). INSTAGRAM CAPS A CAROUSEL AT 20.
004137*----------------------------------------------------------------
004138 01  WS-ITEM-TABLE.
004139     05  WS-ITEM-ENTRY           OCCURS 20 TIMES
004140                                 INDEXED BY WS-ITEM-IDX.
004141         10  WS-ITM-SUM          PIC X(32).
004142         10  WS-ITM-FILE         PIC X(120).
004143         10  WS-ITM-NUMBER       PIC 9(03).
004144         10  WS-ITM-KIND         PIC X(05).
004145         10  WS-ITM-STATE        PIC X(01).
004146             88  WS-ITM-NEW                 VALUE "N".
004147             88  WS-ITM-OWN                 VALUE "K".
004148             88  WS-ITM-REPOST              VALUE "D".
004149         10  WS-ITM-ORIG-PATH    PIC X(60).
004150 77  WS-ITEMS-STATUS             PIC X(02)  VALUE "00".
004151 77  WS-ITEM-COUNT               PIC 9(05)  COMP  VALUE ZERO.
004152 77  WS-ITEM-TABLE-MAX           PIC 9(05)  COMP  VALUE 20.
004153 77  WS-ITEM-FOUND-COUNT         PIC 9(05)  COMP  VALUE ZERO.
004154 77  WS-ITEM-REPOST-COUNT        PIC 9(05)  COMP  VALUE ZERO.
004155 77  WS-ITEM-EXPECTED            PIC 9(03)  VALUE ZERO.
004156 77  WS-MD-ENTRY-COUNT           PIC 9(05)  COMP  VALUE ZERO.
004157 77  WS-MDSTAGE-EOF-SWITCH       PIC X(01)  VALUE "N".
004158     88  WS-END-OF-MDSTAGE                  VALUE "Y".
004159 77  WS-CK-PATH-LEN              PIC 9(05)  COMP  VALUE ZERO.
004160 77  WS-CK-NAME-START            PIC 9(05)  COMP  VALUE ZERO.
004161 77  WS-ITEM-FILE-TEXT           PIC X(120).
004162 77  WS-ITEM-PART-1              PIC X(20).
004163 77  WS-ITEM-PART-2              PIC X(20).
004164 77  WS-ITEM-PART-3              PIC X(20).
004165 77  WS-ITEM-PART-COUNT          PIC 9(05)  COMP  VALUE ZERO.
004166 77  WS-ITEM-DIGITS              PIC 9(05)  COMP  VALUE ZERO.
004167 77  WS-ITEM-NUMBER-FOUND        PIC 9(03)  VALUE ZERO.
004168 77  WS-ITEM-KIND-FOUND          PIC X(05).
004169 77  WS-ITEM-EXT                 PIC X(20).
004170     88  WS-ITEM-EXT-PHOTO       VALUE "jpg" "jpeg" "png" "webp"
004171                                       "heic" "gif".
004172     88  WS-ITEM-EXT-VIDEO       VALUE "mp4" "mov" "webm" "mkv"
004173                                       "m4v".
004174     88  WS-ITEM-EXT-PARTIAL     VALUE "part" "ytdl" "temp".
004175 77  WS-ITEM-HAVE-DISPLAY        PIC ZZ9.
004176 77  WS-ITEM-WANT-DISPLAY        PIC ZZ9.
004177 77  WS-ITEM-HAVE-LEAD           PIC 9(05)  COMP  VALUE ZERO.
004178 77  WS-ITEM-WANT-LEAD           PIC 9(05)  COMP  VALUE ZERO.
004179
004180*----------------------------------------------------------------
004181* CURRENT DATE / TIME WORK AREAS (USED TO BUILD WS-TIMESTAMP)
004182*----------------------------------------------------------------
004183 01  WS-CURRENT-DATE-FIELDS.
004184     05  WS-CD-YYYY              PIC 9(04).
004190     05  WS-CD-MM                PIC 9(02).
004200     05  WS-CD-DD                PIC 9(02).
004210
004541     05  WS-DEADLINE-PASS-SW     PIC X(01)  VALUE "N".
004542         88  WS-DEADLINE-PASS               VALUE "Y".
004543         88  WS-GENERAL-PASS                VALUE "N".
004544     05  WS-RUN-END-SWITCH       PIC X(01)  VALUE "N".
004545         88  WS-RUN-COMPLETED               VALUE "Y".
004546     05  WS-RUN-RESUMED-SWITCH   PIC X(01)  VALUE "N".
004547         88  WS-RUN-RESUMED                 VALUE "Y".
004550     05  WS-TRIM-DONE-SWITCH     PIC X(01)  VALUE "N".
004560         88  WS-TRIM-DONE                   VALUE "Y".
004570         88  WS-TRIM-MORE                   VALUE "N".
004571     05  WS-RUN-MODE-SWITCH      PIC X(01)  VALUE "N".
004572         88  WS-NIGHTLY-MODE                VALUE "N".
004573         88  WS-RUSH-MODE                   VALUE "R".
004574         88  WS-RUN-MODE-INVALID            VALUE "X".
004575     05  WS-RUNLOCK-SWITCH       PIC X(01)  VALUE "N".
004576         88  WS-RUN-LOCK-HELD               VALUE "Y".
004577         88  WS-RUN-LOCK-FREE               VALUE "N".
004580     05  WS-CHECKPOINT-KEPT-SW   PIC X(01)  VALUE "N".
004590         88  WS-CHECKPOINT-KEPT             VALUE "Y".
004600         88  WS-CHECKPOINT-CLEARED          VALUE "N".
005945 77  WS-BLK-COUNT                PIC 9(05)  COMP  VALUE ZERO.
005946 77  WS-BLK-TABLE-MAX            PIC 9(05)  COMP  VALUE 200.
005947
005948*----------------------------------------------------------------
005949* DELIVERY-MANIFEST TABLE - ONE ENTRY PER ITEM THE RUN TALLIED FOR
005950* A REQUESTER, WITH WHAT THE REQUESTER NEEDS TO FIND IT: OUTCOME
005951* SECTION, TITLE, FOLDER AND FAILURE REASON. A RETRY THAT LATER
005952* SUCCEEDS UPDATES THE ENTRY IN PLACE, THE SAME WAY IT MOVES THE
005953* COUNTS. WS-MF-COUNTED SAYS THE ITEM IS IN THE REQUESTER'S
005954* SUMMARY COUNTS; AN EARLIER NIGHT'S RETRY THAT THIS RUN CLOSES AS
005955* EXPIRED OR BLOCKED IS LISTED WITHOUT BEING COUNTED. THE TABLE
005956* HOLDS A FULL QUEUE TABLE PLUS A FULL RETRY TABLE.
005957*----------------------------------------------------------------
005958 01  WS-MANIFEST-TABLE.
005959     05  WS-MF-ENTRY             OCCURS 2500 TIMES
005960                                 INDEXED BY WS-MF-IDX.
005961         10  WS-MF-REQUESTER     PIC X(08).
005962         10  WS-MF-SECTION       PIC X(01).
005963         10  WS-MF-COUNTED-SW    PIC X(01).
005964             88  WS-MF-COUNTED              VALUE "Y".
005965         10  WS-MF-TYPE          PIC X(10).
005966         10  WS-MF-URL           PIC X(100).
005967         10  WS-MF-RESULT        PIC X(40).
005968         10  WS-MF-TITLE         PIC X(100).
005969         10  WS-MF-FOLDER        PIC X(60).
005970         10  WS-MF-REASON        PIC X(16).
005971         10  WS-MF-CLOSED-AS     PIC X(10).
005972 77  WS-MF-COUNT                 PIC 9(05)  COMP  VALUE ZERO.
005973 77  WS-MF-TABLE-MAX             PIC 9(05)  COMP  VALUE 2500.
005974 77  WS-MF-MATCH-IDX             PIC 9(05)  COMP  VALUE ZERO.
005975 77  WS-MF-FOUND-SWITCH          PIC X(01)  VALUE "N".
005976     88  WS-MF-WAS-FOUND                    VALUE "Y".
005977     88  WS-MF-NOT-FOUND                    VALUE "N".
005978 77  WS-MF-PRIOR-SWITCH          PIC X(01)  VALUE "N".
005979     88  WS-MF-PRIOR-COUNTED                VALUE "Y".
005980     88  WS-MF-PRIOR-NEW                    VALUE "N".
005981 77  WS-MF-NEW-SECTION           PIC X(01).
005982 77  WS-MF-NEW-COUNTED           PIC X(01).
005983 77  WS-MF-RETRY-STATE           PIC X(01)  VALUE "N".
005984     88  WS-MF-RT-NONE                      VALUE "N".
005985     88  WS-MF-RT-OPEN                      VALUE "O".
005986     88  WS-MF-RT-DONE                      VALUE "D".
005987 77  WS-MF-RETRY-ATTEMPTS        PIC 9(02)  COMP  VALUE ZERO.
005988 77  WS-MF-STATE-TEXT            PIC X(10).
005989 77  WS-MF-RUN-TEXT              PIC X(08).
005990 77  WS-MF-NAME-PART             PIC X(08).
005991 77  WS-MANIFEST-PREFIX          PIC X(08)  VALUE "MANIF".
005992 77  WS-MANIFEST-FILE-NAME       PIC X(30).
005993 77  WS-MANIFEST-STATUS          PIC X(02)  VALUE "00".
005994 77  WS-MF-ITEM-COUNT            PIC 9(07)  VALUE ZERO.
005995 77  WS-MF-SUCCESS-COUNT         PIC 9(07)  VALUE ZERO.
005996 77  WS-MF-FAILED-COUNT          PIC 9(07)  VALUE ZERO.
005997 77  WS-MF-SKIPPED-COUNT         PIC 9(07)  VALUE ZERO.
005998 77  WS-MF-OUTSIDE-COUNT         PIC 9(07)  VALUE ZERO.
005999 77  WS-MF-FILES-WRITTEN         PIC 9(05)  COMP  VALUE ZERO.
006000
006001*----------------------------------------------------------------
006002* MANIFEST SECTIONS, IN THE ORDER THEY ARE WRITTEN: SECTION CODE
006003* KEPT IN WS-MF-SECTION, THEN THE NAME SHOWN ON THE DET LINE.
006004*----------------------------------------------------------------
006005 01  WS-MF-SECTION-VALUES.
006006     05  FILLER                  PIC X(10)  VALUE "SBAIXADO".
006007     05  FILLER                  PIC X(10)  VALUE "DDUPLICADO".
006008     05  FILLER                  PIC X(10)  VALUE "FFALHA".
006009     05  FILLER                  PIC X(10)  VALUE "EEXPIRADO".
006010     05  FILLER                  PIC X(10)  VALUE "BBLOQUEADO".
006011     05  FILLER                  PIC X(10)  VALUE "IIGNORADO".
006012 01  WS-MF-SECTION-TABLE REDEFINES WS-MF-SECTION-VALUES.
006013     05  WS-MF-SECTION-ENTRY     OCCURS 6 TIMES
006014                                 INDEXED BY WS-MF-SEC-IDX.
006015         10  WS-MF-SEC-CODE      PIC X(01).
006016         10  WS-MF-SEC-NAME      PIC X(09).
006017 77  WS-MF-SECTION-MAX           PIC 9(02)  COMP  VALUE 6.
006018
006019 PROCEDURE DIVISION.
006020
006021*----------------------------------------------------------------
006022* MAIN-PROCEDURE
006023*   OPENS THE NIGHTLY DOWNLOAD-QUEUE AND DRIVES DOWNLOAD-CONTENT
006024*   ONCE FOR EVERY CONTENT-TYPE / URL PAIR FOUND IN IT.
006025*   WITH THE COMMAND-LINE ARGUMENT RUSH IT WORKS RUSHQ INSTEAD,
006026*   FOR URGENT DAYTIME ITEMS (SEE SELECT-RUN-MODE).
006027*----------------------------------------------------------------
006028 MAIN-PROCEDURE.
006030     DISPLAY "Instagram Downloader".
006040     PERFORM BUILD-TIMESTAMP.
006050     DISPLAY "Inicio da execucao (nao interativa): " WS-TIMESTAMP.
006051     MOVE WS-TIMESTAMP TO WS-RUN-START-STAMP.
006052     PERFORM CAPTURE-RUN-CLOCK.
006053     MOVE WS-RUN-CLOCK-SECS TO WS-RUN-START-SECS.
006054
006055     PERFORM SELECT-RUN-MODE.
006056     IF WS-RUN-MODE-INVALID
006057         MOVE 1 TO RETURN-CODE
006058         STOP RUN
006059     END-IF.
006060
006061     PERFORM ACQUIRE-RUN-LOCK.
006062     IF WS-RUN-LOCK-FREE
006063         MOVE 4 TO RETURN-CODE
006064         STOP RUN
006065     END-IF.
006066
006070     PERFORM LOAD-CONFIG.
006071     IF WS-RUSH-MODE
006072         MOVE ZERO TO WS-CUTOFF-TIME
006073     END-IF.
006075     PERFORM LOAD-BLOCKLIST.
006077     PERFORM LOAD-PROFILES.
006080     PERFORM CHECK-FREE-SPACE.
006110     IF WS-DMASTER-STATUS NOT = "00"
006120         DISPLAY "Nao foi possivel abrir DOWNLOAD-MASTER"
006130         MOVE 1 TO RETURN-CODE
006135         PERFORM WRITE-RUN-HISTORY
006139         PERFORM RELEASE-RUN-LOCK
006140         STOP RUN
006150     END-IF.
006151     PERFORM OPEN-CHECKSUM-INDEX.
006153         DISPLAY "Nao foi possivel abrir CHECKSUM-INDEX"
006154         CLOSE DOWNLOAD-MASTER
006155         MOVE 1 TO RETURN-CODE
006156         PERFORM WRITE-RUN-HISTORY
006157         PERFORM RELEASE-RUN-LOCK
006158         STOP RUN
006159     END-IF.
006160     IF WS-NIGHTLY-MODE
006165         PERFORM LOAD-RETRY-QUEUE
006170         PERFORM LOAD-CHECKPOINT
006175     END-IF.
006180     PERFORM LOAD-QUEUE-TABLE.
006190     IF WS-QUEUE-STATUS NOT = "00"
006200         DISPLAY "Nao foi possivel abrir DOWNLOAD-QUEUE"
006210         MOVE 1 TO RETURN-CODE
006215         PERFORM WRITE-RUN-HISTORY
006219         PERFORM RELEASE-RUN-LOCK
006220         STOP RUN
006230     END-IF.
006240     IF WS-NIGHTLY-MODE
006244         PERFORM APPLY-CHECKPOINT-IF-VALID
006248     END-IF.
006250
006260     PERFORM OPEN-DOWNLOAD-LOG.
006270     IF WS-LOG-STATUS NOT = "00"
006280         DISPLAY "Nao foi possivel abrir DOWNLOAD-LOG"
006290         MOVE 1 TO RETURN-CODE
006295         PERFORM WRITE-RUN-HISTORY
006299         PERFORM RELEASE-RUN-LOCK
006300         STOP RUN
006310     END-IF.
006320
006321     PERFORM OPEN-MEDIA-ITEMS.
006322     IF WS-ITEMS-STATUS NOT = "00"
006323         DISPLAY "Nao foi possivel abrir MEDIA-ITEMS"
006324         CLOSE DOWNLOAD-LOG
006325         MOVE 1 TO RETURN-CODE
006326         PERFORM WRITE-RUN-HISTORY
006327         PERFORM RELEASE-RUN-LOCK
006328         STOP RUN
006329     END-IF.
006330     PERFORM OPEN-METADATA-FILE.
006340     IF WS-METADATA-STATUS NOT = "00"
006350         DISPLAY "Nao foi possivel abrir METADATA-FILE"
006360         CLOSE DOWNLOAD-LOG
006365         CLOSE MEDIA-ITEMS
006370         MOVE 1 TO RETURN-CODE
006371         PERFORM WRITE-RUN-HISTORY
006372         PERFORM RELEASE-RUN-LOCK
006380         STOP RUN
006390     END-IF.
006400     PERFORM OPEN-CATALOG-EXPORT.
006420         DISPLAY "Nao foi possivel abrir CATALOG-EXPORT"
006430         CLOSE DOWNLOAD-LOG
006440         CLOSE METADATA-FILE
006445         CLOSE MEDIA-ITEMS
006450         MOVE 1 TO RETURN-CODE
006455         PERFORM WRITE-RUN-HISTORY
006459         PERFORM RELEASE-RUN-LOCK
006460         STOP RUN
006470     END-IF.
006480     IF WS-CHECKPOINT-COUNT > ZERO
006650
006660     CLOSE DOWNLOAD-LOG.
006670     CLOSE METADATA-FILE.
006675     CLOSE MEDIA-ITEMS.
006680     PERFORM CLOSE-CATALOG-EXPORT.
006690     CLOSE DOWNLOAD-MASTER.
006695     CLOSE CHECKSUM-INDEX.
006700     IF WS-RUSH-MODE
006705         PERFORM COUNT-UNRESOLVED-RUSH-ITEMS
006740     ELSE
006742         IF (WS-RATE-LIMIT-TRIPPED OR WS-WINDOW-CLOSED) AND
006744            WS-QUEUE-RECORD-COUNT < WS-QUEUE-TOTAL-RECORDS
006746             SET WS-CHECKPOINT-KEPT TO TRUE
006748             PERFORM WRITE-CHECKPOINT
006750         ELSE
006752             PERFORM CLEAR-CHECKPOINT
006754         END-IF
006756         PERFORM WRITE-RETRY-QUEUE
006760     END-IF.
006780     PERFORM WRITE-SUMMARY-REPORT.
006785     PERFORM WRITE-DELIVERY-MANIFESTS.
006790     PERFORM BUILD-TIMESTAMP.
006800     DISPLAY "Fim da execucao: " WS-TIMESTAMP.
006810     IF WS-WINDOW-CLOSED
006870     ELSE
006880         MOVE 0 TO RETURN-CODE
006890     END-IF.
006891     SET WS-RUN-COMPLETED TO TRUE.
006892     PERFORM WRITE-RUN-HISTORY.
006897     PERFORM RELEASE-RUN-LOCK.
006900     STOP RUN.
006910
006920*----------------------------------------------------------------
009130         MOVE WS-SAVED-TOTAL-SUCCESS   TO WS-TOTAL-SUCCESS
009140         MOVE WS-SAVED-TOTAL-FAILED    TO WS-TOTAL-FAILED
009150         MOVE WS-SAVED-TOTAL-SKIPPED   TO WS-TOTAL-SKIPPED
009155         SET WS-RUN-RESUMED TO TRUE
009160     ELSE
009170         IF WS-CHECKPOINT-COUNT > ZERO
009180             DISPLAY "Checkpoint nao corresponde ao "
009260* CHECKPOINT-IF-DUE
009270*   WRITES A NEW CHECKPOINT EVERY WS-CHECKPOINT-INTERVAL RECORDS
009280*   SO A RESTART LOSES AT MOST ONE INTERVAL'S WORTH OF PROGRESS.
009285*   A RUSH RUN KEEPS NO CHECKPOINT.
009290*----------------------------------------------------------------
009300 CHECKPOINT-IF-DUE.
009302     IF WS-RUSH-MODE
009304         EXIT PARAGRAPH
009306     END-IF.
009310     DIVIDE WS-QUEUE-RECORD-COUNT BY WS-CHECKPOINT-INTERVAL
009320         GIVING WS-DIVIDE-QUOTIENT
009330         REMAINDER WS-DIVIDE-REMAINDER.
010470         NOT INVALID KEY
010480             IF DM-STATUS = "SUCCESS" OR DM-STATUS = "PURGED"
010485                OR DM-STATUS = "DUPLICATE"
010487                OR DM-STATUS = "REMOVIDO-L"
010490                 SET WS-URL-IS-DUPLICATE TO TRUE
010500             END-IF
010510     END-READ.
011420     MOVE SPACES TO COMMAND.
011430     STRING "yt-dlp -o '" DELIMITED BY SIZE
011440            WS-OUTPUT-PATH DELIMITED BY SPACE
011450            "/%(title)s.%(playlist_index&{}.|)s%(ext)s' '"
011455                DELIMITED BY SIZE
011460            URL DELIMITED BY SPACE
011470            "' 2> ERRSTAGE" DELIMITED BY SIZE
011480            INTO COMMAND.
011595             PERFORM REMOVE-DUPLICATE-FILE
011596             MOVE WS-CK-ORIG-PATH TO WS-OUTPUT-PATH
011597         END-IF
011598         PERFORM RECORD-DOWNLOADED-ITEMS
011600     ELSE
011620         MOVE WS-YTDLP-RETURN-CODE TO WS-YTDLP-RC-DISPLAY
011630         MOVE SPACES TO RESULT
012442*   SESSION PROFILE QUERIES WITH THE SAME COOKIE FILE -
012444*   ANONYMOUSLY THE POST WOULD REFUSE THE METADATA CALL THE
012446*   SAME WAY IT REFUSED THE DOWNLOAD.
012447*   A CAROUSEL PRINTS ONE LINE PER SLIDE: THE FIRST LINE GIVES
012448*   THE FIELDS AND ALL OF THEM ARE COUNTED IN WS-MD-ENTRY-COUNT.
012450*----------------------------------------------------------------
012460 CAPTURE-METADATA.
012470     MOVE SPACES TO COMMAND.
012570     MOVE SPACES TO WS-MD-DURATION.
012580     MOVE SPACES TO WS-MD-UPLOAD-DATE.
012590     MOVE SPACES TO WS-MD-LIKE-COUNT.
012594     MOVE ZERO TO WS-MD-ENTRY-COUNT.
012598     MOVE "N" TO WS-MDSTAGE-EOF-SWITCH.
012600
012610     OPEN INPUT METADATA-STAGING.
012620     IF WS-MDSTAGE-STATUS = "00"
012630         READ METADATA-STAGING
012634             AT END
012638                 SET WS-END-OF-MDSTAGE TO TRUE
012640             NOT AT END
012645                 MOVE 1 TO WS-MD-ENTRY-COUNT
012650                 UNSTRING MDSTAGE-LINE DELIMITED BY "|"
012660                     INTO WS-MD-TITLE
012670                          WS-MD-DURATION
012690                          WS-MD-LIKE-COUNT
012700                 END-UNSTRING
012710         END-READ
012714         PERFORM COUNT-ONE-MDSTAGE-LINE
012718             UNTIL WS-END-OF-MDSTAGE
012720         CLOSE METADATA-STAGING
012730     END-IF.
012740
013080     WRITE LOG-RECORD.
013090     IF WS-RETRY-PASS-IDLE
013100         PERFORM TALLY-RESULT
013104     ELSE
013108         PERFORM NOTE-RETRY-CLOSURE
013110     END-IF.
013120
013130*----------------------------------------------------------------
013540             ADD 1 TO WS-REQ-FAILED(WS-REQ-MATCH-IDX)
013550         END-IF
013560     END-IF.
013562     IF WS-REQ-WAS-FOUND
013564         MOVE "Y" TO WS-MF-NEW-COUNTED
013566         PERFORM ADD-MANIFEST-ENTRY
013568     END-IF.
013570
013580*----------------------------------------------------------------
013590* FIND-ONE-TYPE
013850     STRING "Instagram Downloader - Resumo da Execucao"
013860            DELIMITED BY SIZE INTO SUMMARY-LINE.
013870     WRITE SUMMARY-LINE.
013871     IF WS-RUSH-MODE
013872         MOVE "Modo urgente: QUEUE, CHKPT e RETRYQ nao alterados"
013873             TO SUMMARY-LINE
013874         WRITE SUMMARY-LINE
013875     END-IF.
013880
013890     MOVE SPACES TO SUMMARY-LINE.
013900     PERFORM BUILD-TIMESTAMP.
014680     IF WS-TOTAL-PERM-FAILED > ZERO
014690         MOVE SPACES TO SUMMARY-LINE
014700         WRITE SUMMARY-LINE
014710         IF WS-RUSH-MODE
014711             MOVE "URLs com falha, reenviar por RUSHQ ou QUEUE:"
014712                 TO SUMMARY-LINE
014713         ELSE
014714             MOVE "URLs com falha permanente:" TO SUMMARY-LINE
014715         END-IF
014720         WRITE SUMMARY-LINE
014730         PERFORM WRITE-PERM-FAILED-LINE
014740             VARYING WS-RETRY-IDX FROM 1 BY 1
014900     PERFORM WRITE-REQUESTER-SUMMARY-LINE
014910         VARYING WS-REQ-IDX FROM 1 BY 1
014920         UNTIL WS-REQ-IDX > WS-REQ-COUNT.
014921     MOVE SPACES TO SUMMARY-LINE.
014922     STRING "  Manifesto de cada solicitante: " DELIMITED BY SIZE
014923            WS-MANIFEST-PREFIX DELIMITED BY SPACE
014924            ".<codigo>"        DELIMITED BY SIZE
014925            INTO SUMMARY-LINE.
014926     WRITE SUMMARY-LINE.
014930
014940     CLOSE SUMMARY-FILE.
014950
015280*----------------------------------------------------------------
015290 WRITE-PERM-FAILED-LINE.
015300     IF WS-RT-OPEN(WS-RETRY-IDX) AND
015310        (WS-RT-ATTEMPTS(WS-RETRY-IDX) NOT < WS-RETRY-MAX OR
015315         WS-RUSH-MODE)
015320         MOVE SPACES TO SUMMARY-LINE
015330         STRING "  "                DELIMITED BY SIZE
015340                WS-RT-CONTENT-TYPE(WS-RETRY-IDX)
017940*   FIRST ATTEMPT OF THE RUN. A RETRY THAT TURNS OUT TO BE A
017942*   CONTENT DUPLICATE CLOSES THE ENTRY AND COUNTS AS IGNORADO,
017944*   THE SAME WAY THE QUEUE PASS CLASSIFIES IT.
017945*   THE REQUESTER'S FAILED COUNT ONLY DROPS WHEN THIS RUN'S
017946*   MANIFEST HOLDS THE FAILURE; ONE COUNTED BEFORE A CHECKPOINT
017947*   RESUME WAS NEVER IN TONIGHT'S REQUESTER COUNTS.
017950*----------------------------------------------------------------
017960 TALLY-RETRY-RESULT.
017970     SET WS-TYPE-NOT-FOUND TO TRUE.
018000         UNTIL WS-TYPE-IDX > WS-TYPE-COUNT-MAX.
018010     IF WS-TYPE-WAS-FOUND
018020         SET WS-TYPE-IDX TO WS-TYPE-MATCH-IDX
018021     END-IF.
018022     SET WS-MF-NOT-FOUND TO TRUE.
018023     SET WS-MF-PRIOR-NEW TO TRUE.
018024     IF WS-RT-COUNTED(WS-RETRY-CUR)
018025         SET WS-MF-PRIOR-COUNTED TO TRUE
018026         PERFORM FIND-MANIFEST-FAILURE
018030     END-IF.
018040
018050     PERFORM FIND-OR-ADD-REQUESTER.
018200                WS-TYPE-FAILED(WS-TYPE-IDX) > ZERO
018210                 SUBTRACT 1 FROM WS-TYPE-FAILED(WS-TYPE-IDX)
018220             END-IF
018230             IF WS-REQ-WAS-FOUND AND WS-MF-WAS-FOUND AND
018240                WS-REQ-FAILED(WS-REQ-MATCH-IDX) > ZERO
018250                 SUBTRACT 1
018260                     FROM WS-REQ-FAILED(WS-REQ-MATCH-IDX)
018440                 TO WS-RT-COUNTED-SWITCH(WS-RETRY-CUR)
018450         END-IF
018460     END-IF.
018465     PERFORM RECORD-RETRY-IN-MANIFEST.
018470
018480*----------------------------------------------------------------
018490* WRITE-RETRY-QUEUE
024680
024690*----------------------------------------------------------------
024700* CHECK-CONTENT-DUPLICATE
024705*   CHECKSUMS THE FILES JUST DOWNLOADED - ONE, OR EVERY SLIDE OF
024710*   A CAROUSEL - AND LOOKS EACH CHECKSUM UP IN CHECKSUM-INDEX.
024715*   WHEN EVERY ITEM IS ALREADY ARCHIVED UNDER A DIFFERENT URL THE
024720*   POST IS A REPOST: THE DUP SWITCH IS SET AND THE ORIGINAL'S
024725*   FOLDER SAVED FOR THE CATALOG RECORD. OTHERWISE THE ITEMS NOT
024730*   YET INDEXED ARE LEFT MARKED NEW FOR RECORD-DOWNLOADED-ITEMS,
024735*   WHICH REGISTERS THEM ONCE THE POST IS KNOWN TO BE COMPLETE.
024740*   FILES THAT CANNOT BE CHECKSUMMED SAFELY ARE TREATED AS A
024745*   NORMAL SUCCESS. A CAROUSEL THAT CAME DOWN SHORT IS NEVER A
024750*   REPOST, EVEN WHEN EVERY SLIDE THAT ARRIVED IS ALREADY INDEXED:
024755*   IT FALLS THROUGH TO RECORD-DOWNLOADED-ITEMS AS INCOMPLETO AND
024760*   IS RETRIED, SO THE MISSING SLIDES ARE FETCHED INSTEAD OF THE
024765*   POST BEING CLOSED AS A DUPLICATE.
024780*----------------------------------------------------------------
024790 CHECK-CONTENT-DUPLICATE.
024800     SET WS-CONTENT-NOT-DUP TO TRUE.
024810     PERFORM COMPUTE-FILE-CHECKSUM.
024820     IF WS-CKSUM-NOT-VALID OR WS-ITEM-COUNT = ZERO
024830         EXIT PARAGRAPH
024840     END-IF.
024850     MOVE ZERO TO WS-ITEM-REPOST-COUNT.
024860     PERFORM LOOK-UP-ONE-ITEM
024870         VARYING WS-ITEM-IDX FROM 1 BY 1
024880         UNTIL WS-ITEM-IDX > WS-ITEM-COUNT.
024890     IF WS-ITEM-REPOST-COUNT = WS-ITEM-COUNT AND
024895        WS-ITEM-FOUND-COUNT NOT < WS-MD-ENTRY-COUNT
024900         SET WS-CONTENT-IS-DUP TO TRUE
024910         MOVE WS-ITM-ORIG-PATH(1) TO WS-CK-ORIG-PATH
024920     END-IF.
025000
025010*----------------------------------------------------------------
025020* COMPUTE-FILE-CHECKSUM
025050*   IT BACK FROM CHECKSUM-STAGING. TITLES THE SHELL COMMAND
025060*   CANNOT CARRY SAFELY LEAVE THE CHECKSUM NOT VALID, THE SAME
025070*   WAY THE RECONCILE JOB TREATS THEM AS UNVERIFIABLE.
025074*   EVERY FILE THE TITLE MATCHES (EACH SLIDE OF A CAROUSEL) IS
025078*   KEPT IN THE ITEM TABLE; WS-FILE-CHECKSUM STAYS THE FIRST.
025080*----------------------------------------------------------------
025090 COMPUTE-FILE-CHECKSUM.
025100     SET WS-CKSUM-NOT-VALID TO TRUE.
025110     MOVE SPACES TO WS-FILE-CHECKSUM.
025114     MOVE ZERO TO WS-ITEM-COUNT.
025118     MOVE ZERO TO WS-ITEM-FOUND-COUNT.
025120     MOVE WS-MD-TITLE TO WS-CK-TITLE.
025130
025140     MOVE ZERO TO WS-CK-UNSAFE-COUNT.
025350                             DELIMITED BY SIZE
025360            INTO COMMAND.
025370     CALL "SYSTEM" USING COMMAND.
025372     MOVE ZERO TO WS-CK-PATH-LEN.
025374     INSPECT WS-OUTPUT-PATH TALLYING WS-CK-PATH-LEN
025376         FOR CHARACTERS BEFORE INITIAL SPACE.
025378     COMPUTE WS-CK-NAME-START = WS-CK-PATH-LEN + 36.
025380
025390     MOVE "N" TO WS-CKSTAGE-EOF-SWITCH.
025400     OPEN INPUT CHECKSUM-STAGING.
025410     IF WS-CKSTAGE-STATUS NOT = "00"
025420         EXIT PARAGRAPH
025430     END-IF.
025440     PERFORM READ-ONE-CKSTAGE-LINE UNTIL WS-END-OF-CKSTAGE.
025530     CLOSE CHECKSUM-STAGING.
025540
025550*----------------------------------------------------------------
026880            WS-PROF-COOKIES(WS-PROF-IDX) DELIMITED BY SPACE
026890            "' -o '"             DELIMITED BY SIZE
026900            WS-OUTPUT-PATH       DELIMITED BY SPACE
026910            "/%(title)s.%(playlist_index&{}.|)s%(ext)s' '"
026915                                 DELIMITED BY SIZE
026920            URL                  DELIMITED BY SPACE
026930            "' 2> ERRSTAGE"      DELIMITED BY SIZE
026940            INTO COMMAND.
029350            WS-TYPE-FAILED(WS-TYPE-IDX) > ZERO
029360             SUBTRACT 1 FROM WS-TYPE-FAILED(WS-TYPE-IDX)
029370         END-IF
029380         IF WS-REQ-WAS-FOUND AND WS-MF-WAS-FOUND AND
029390            WS-REQ-FAILED(WS-REQ-MATCH-IDX) > ZERO
029400             SUBTRACT 1
029410                 FROM WS-REQ-FAILED(WS-REQ-MATCH-IDX)
029450         MOVE "Y"
029460             TO WS-RT-COUNTED-SWITCH(WS-RETRY-CUR)
029470     END-IF.
029480
029490*----------------------------------------------------------------
029500* WRITE-RUN-HISTORY
029510*   APPENDS THIS RUN'S RECORD TO RUN-HISTORY: START AND END TIME,
029520*   HOW THE RUN ENDED, THE QUEUE SIZE, THE COUNTS, THE FAILURES
029530*   PER REASON AND THE ITEMS PROCESSED PER HOUR. A RUN RESUMED
029540*   FROM A CHECKPOINT RECORDS ONLY ITS OWN WORK - THE TOTALS IT
029550*   CARRIED OVER WERE RECORDED BY THE RUN THAT STOPPED. A RUN
029560*   THAT STOPS BEFORE THE END OF MAIN-PROCEDURE IS RECORDED AS
029570*   ABEND. A RUN-HISTORY THAT CANNOT BE OPENED ONLY WARNS - THE
029580*   HISTORY NEVER CHANGES HOW THE NIGHT ENDS.
029590*----------------------------------------------------------------
029600 WRITE-RUN-HISTORY.
029610     MOVE SPACES                 TO RUN-HISTORY-RECORD.
029620     IF WS-RUSH-MODE
029630         MOVE "RUSH"             TO RH-PROGRAM
029640     ELSE
029650         MOVE "DOWNLOAD"         TO RH-PROGRAM
029660     END-IF.
029670     MOVE WS-RUN-START-STAMP     TO RH-START-STAMP.
029680     PERFORM BUILD-TIMESTAMP.
029690     MOVE WS-TIMESTAMP           TO RH-END-STAMP.
029700     PERFORM CAPTURE-RUN-CLOCK.
029710     IF NOT WS-RUN-COMPLETED
029720         MOVE "ABEND" TO RH-END-TYPE
029730     ELSE IF WS-WINDOW-CLOSED
029740         MOVE "JANELA" TO RH-END-TYPE
029750     ELSE IF WS-RATE-LIMIT-TRIPPED
029760         MOVE "TAXA" TO RH-END-TYPE
029770     ELSE
029780         MOVE "NORMAL" TO RH-END-TYPE
029790     END-IF.
029800     MOVE RETURN-CODE            TO RH-RETURN-CODE.
029810     MOVE WS-QUEUE-TOTAL-RECORDS TO RH-QUEUE-SIZE.
029820     MOVE WS-TOTAL-PROCESSED     TO RH-PROCESSED.
029830     MOVE WS-TOTAL-SUCCESS       TO RH-SUCCESS.
029840     MOVE WS-TOTAL-FAILED        TO RH-FAILED.
029850     MOVE WS-TOTAL-SKIPPED       TO RH-SKIPPED.
029860     IF WS-RUN-RESUMED
029870         SUBTRACT WS-SAVED-TOTAL-PROCESSED FROM RH-PROCESSED
029880         SUBTRACT WS-SAVED-TOTAL-SUCCESS   FROM RH-SUCCESS
029890         SUBTRACT WS-SAVED-TOTAL-FAILED    FROM RH-FAILED
029900         SUBTRACT WS-SAVED-TOTAL-SKIPPED   FROM RH-SKIPPED
029910     END-IF.
029920     MOVE WS-TOTAL-EXPIRED       TO RH-EXPIRED.
029930     MOVE WS-TOTAL-CONTENT-DUP   TO RH-DUPLICATE.
029940     PERFORM COPY-ONE-REASON-COUNT
029950         VARYING WS-REASON-IDX FROM 1 BY 1
029960         UNTIL WS-REASON-IDX > WS-REASON-COUNT-MAX.
029970     IF WS-RUN-CLOCK-SECS > WS-RUN-START-SECS
029980         SUBTRACT WS-RUN-START-SECS FROM WS-RUN-CLOCK-SECS
029990             GIVING WS-RUN-ELAPSED
030000     ELSE
030010         MOVE 1 TO WS-RUN-ELAPSED
030020     END-IF.
030030     COMPUTE RH-ITEMS-PER-HOUR =
030040         RH-PROCESSED * 3600 / WS-RUN-ELAPSED
030050         ON SIZE ERROR
030060             MOVE 9999999 TO RH-ITEMS-PER-HOUR
030070     END-COMPUTE.
030080
030090     OPEN EXTEND RUN-HISTORY.
030100     IF WS-RUNHIST-STATUS = "35"
030110         OPEN OUTPUT RUN-HISTORY
030120         CLOSE RUN-HISTORY
030130         OPEN EXTEND RUN-HISTORY
030140     END-IF.
030150     IF WS-RUNHIST-STATUS NOT = "00"
030160         DISPLAY "Nao foi possivel abrir RUN-HISTORY"
030170         EXIT PARAGRAPH
030180     END-IF.
030190     WRITE RUN-HISTORY-RECORD.
030200     CLOSE RUN-HISTORY.
030210
030220*----------------------------------------------------------------
030230* COPY-ONE-REASON-COUNT
030240*   COPIES ONE FAILURE-REASON COUNT INTO THE RUN-HISTORY RECORD.
030250*   USED AS THE VARYING PARAGRAPH OF WRITE-RUN-HISTORY.
030260*----------------------------------------------------------------
030270 COPY-ONE-REASON-COUNT.
030280     MOVE WS-REASON-COUNT(WS-REASON-IDX)
030290         TO RH-REASON-COUNT(WS-REASON-IDX).
030300
030310*----------------------------------------------------------------
030320* CAPTURE-RUN-CLOCK
030330*   TURNS THE DATE AND TIME BUILD-TIMESTAMP HAS JUST ACCEPTED
030340*   INTO A COUNT OF SECONDS IN WS-RUN-CLOCK-SECS, SO THE LENGTH
030350*   OF A RUN THAT CROSSES MIDNIGHT COMES OUT RIGHT.
030360*----------------------------------------------------------------
030370 CAPTURE-RUN-CLOCK.
030380     COMPUTE WS-RUN-DATE-NUM =
030390         WS-CD-YYYY * 10000 + WS-CD-MM * 100 + WS-CD-DD.
030400     COMPUTE WS-RUN-CLOCK-SECS =
030410         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) * 86400 +
030420         WS-CT-HH * 3600 + WS-CT-MM * 60 + WS-CT-SS.
030430
030440*----------------------------------------------------------------
030450* SELECT-RUN-MODE
030460*   READS THE OPTIONAL COMMAND-LINE ARGUMENT. NONE MEANS THE
030470*   NIGHTLY RUN OVER QUEUE; "RUSH" MEANS AN URGENT DAYTIME RUN
030480*   OVER RUSHQ THAT WRITES ITS OWN SUMMARY (RUSHSUM) AND
030490*   LEFTOVERS (RUSHLEFT) AND KEEPS NO CHECKPOINT OR RETRY-QUEUE,
030500*   SO THE NIGHTLY QUEUE, SUMMARY, CHKPT, QLEFT AND RETRYQ ARE
030510*   NEVER TOUCHED. ANY OTHER ARGUMENT IS REFUSED.
030520*----------------------------------------------------------------
030530 SELECT-RUN-MODE.
030540     MOVE SPACES TO WS-RUN-MODE-ARG.
030550     ACCEPT WS-RUN-MODE-ARG FROM COMMAND-LINE.
030560     MOVE FUNCTION UPPER-CASE(WS-RUN-MODE-ARG) TO WS-RUN-MODE-ARG.
030570     IF WS-RUN-MODE-ARG = SPACES
030580         SET WS-NIGHTLY-MODE TO TRUE
030590     ELSE IF WS-RUN-MODE-ARG = "RUSH"
030600         SET WS-RUSH-MODE TO TRUE
030610         MOVE "RUSHQ"    TO WS-QUEUE-FILE-NAME
030620         MOVE "RUSHSUM"  TO WS-SUMMARY-FILE-NAME
030630         MOVE "RUSHLEFT" TO WS-LEFTOVER-FILE-NAME
030640         MOVE "RUSHMAN"  TO WS-MANIFEST-PREFIX
030650         DISPLAY "Modo urgente: fila RUSHQ, resumo RUSHSUM"
030660     ELSE
030670         SET WS-RUN-MODE-INVALID TO TRUE
030680         DISPLAY "Argumento invalido: " WS-RUN-MODE-ARG
030690         DISPLAY "Use RUSH para a execucao urgente ou nenhum "
030700                 "argumento para a noturna"
030710     END-IF.
030720
030730*----------------------------------------------------------------
030740* COUNT-UNRESOLVED-RUSH-ITEMS
030750*   STANDS IN FOR WRITE-RETRY-QUEUE IN A RUSH RUN. NOTHING IS
030760*   CARRIED TO THE RETRY-QUEUE, SO EVERY RETRY-TABLE ENTRY STILL
030770*   OPEN AT THE END IS REPORTED AS A FAILURE IN RUSHSUM FOR THE
030780*   REQUESTER TO RESUBMIT THROUGH RUSHQ OR THE NIGHTLY QUEUE.
030790*----------------------------------------------------------------
030800 COUNT-UNRESOLVED-RUSH-ITEMS.
030810     MOVE ZERO TO WS-TOTAL-PERM-FAILED.
030820     PERFORM COUNT-ONE-UNRESOLVED-ENTRY
030830         VARYING WS-RETRY-IDX FROM 1 BY 1
030840         UNTIL WS-RETRY-IDX > WS-RETRY-COUNT.
030850
030860*----------------------------------------------------------------
030870* COUNT-ONE-UNRESOLVED-ENTRY
030880*   COUNTS ONE RETRY-TABLE ENTRY THAT NEVER SUCCEEDED. USED AS
030890*   THE VARYING PARAGRAPH OF COUNT-UNRESOLVED-RUSH-ITEMS.
030900*----------------------------------------------------------------
030910 COUNT-ONE-UNRESOLVED-ENTRY.
030920     IF WS-RT-OPEN(WS-RETRY-IDX)
030930         ADD 1 TO WS-TOTAL-PERM-FAILED
030940     END-IF.
030950
030960*----------------------------------------------------------------
030970* ACQUIRE-RUN-LOCK
030980*   CLAIMS RUN-LOCK, THE ONE-LINE LOCK FILE SHARED BY EVERY JOB
030990*   THAT UPDATES DOWNLOAD-MASTER, BEFORE ANYTHING IS OPENED FOR
031000*   UPDATE. A LINE ALREADY THERE NAMES A JOB STILL RUNNING, SO
031010*   THIS RUN IS REFUSED (WS-RUN-LOCK-FREE STAYS SET) AND THE
031020*   HOLDER IS NAMED FOR THE OPERATOR. A JOB THAT DIED WITHOUT
031030*   RELEASING THE LOCK LEAVES ITS LINE BEHIND; THE OPERATOR
031040*   EMPTIES RUNLOCK ONCE SURE THAT JOB IS GONE.
031050*----------------------------------------------------------------
031060 ACQUIRE-RUN-LOCK.
031070     MOVE SPACES TO WS-LOCK-HOLDER.
031080     MOVE SPACES TO WS-LOCK-SINCE.
031090     OPEN INPUT RUN-LOCK.
031100     IF WS-RUNLOCK-STATUS = "00"
031110         READ RUN-LOCK
031120             NOT AT END
031130                 MOVE RLK-PROGRAM     TO WS-LOCK-HOLDER
031140                 MOVE RLK-START-STAMP TO WS-LOCK-SINCE
031150         END-READ
031160         CLOSE RUN-LOCK
031170     END-IF.
031180     IF WS-LOCK-HOLDER NOT = SPACES
031190         DISPLAY "Execucao recusada: RUNLOCK ocupado desde "
031200                 WS-LOCK-SINCE " por " WS-LOCK-HOLDER
031210         DISPLAY "Se esse job nao estiver mais rodando, "
031220                 "esvazie o arquivo RUNLOCK"
031230         EXIT PARAGRAPH
031240     END-IF.
031250     OPEN OUTPUT RUN-LOCK.
031260     IF WS-RUNLOCK-STATUS NOT = "00"
031270         DISPLAY "Nao foi possivel gravar RUNLOCK, "
031280                 "execucao recusada"
031290         EXIT PARAGRAPH
031300     END-IF.
031310     PERFORM BUILD-TIMESTAMP.
031320     MOVE SPACES       TO RUN-LOCK-RECORD.
031330     IF WS-RUSH-MODE
031340         MOVE "RUSH"     TO RLK-PROGRAM
031350     ELSE
031360         MOVE "DOWNLOAD" TO RLK-PROGRAM
031370     END-IF.
031380     MOVE WS-TIMESTAMP TO RLK-START-STAMP.
031390     WRITE RUN-LOCK-RECORD.
031400     CLOSE RUN-LOCK.
031410     SET WS-RUN-LOCK-HELD TO TRUE.
031420
031430*----------------------------------------------------------------
031440* RELEASE-RUN-LOCK
031450*   EMPTIES RUN-LOCK AGAIN SO THE NEXT JOB MAY RUN. CALLED BEFORE
031460*   EVERY STOP RUN ONCE THE LOCK IS HELD; DOES NOTHING WHEN IT
031470*   IS NOT.
031480*----------------------------------------------------------------
031490 RELEASE-RUN-LOCK.
031500     IF WS-RUN-LOCK-FREE
031510         EXIT PARAGRAPH
031520     END-IF.
031530     OPEN OUTPUT RUN-LOCK.
031540     IF WS-RUNLOCK-STATUS = "00"
031550         CLOSE RUN-LOCK
031560     ELSE
031570         DISPLAY "Nao foi possivel liberar RUNLOCK"
031580     END-IF.
031590     SET WS-RUN-LOCK-FREE TO TRUE.
031600
031610*----------------------------------------------------------------
031620* ADD-MANIFEST-ENTRY
031630*   ADDS THE CURRENT CONTENT-TYPE / URL / RESULT TO THE DELIVERY-
031640*   MANIFEST TABLE UNDER WS-CURRENT-REQUESTER, COUNTED OR NOT AS
031650*   WS-MF-NEW-COUNTED SAYS.
031660*----------------------------------------------------------------
031670 ADD-MANIFEST-ENTRY.
031680     IF WS-MF-COUNT NOT < WS-MF-TABLE-MAX
031690         EXIT PARAGRAPH
031700     END-IF.
031710     ADD 1 TO WS-MF-COUNT.
031720     MOVE WS-MF-COUNT TO WS-MF-MATCH-IDX.
031730     MOVE WS-MF-NEW-COUNTED
031740         TO WS-MF-COUNTED-SW(WS-MF-MATCH-IDX).
031750     PERFORM FILL-MANIFEST-ENTRY.
031760
031770*----------------------------------------------------------------
031780* FILL-MANIFEST-ENTRY
031790*   (RE)FILLS THE MANIFEST ENTRY AT WS-MF-MATCH-IDX FROM THE
031800*   CURRENT ITEM. TITLE AND FOLDER ARE ONLY KNOWN FOR A DOWNLOAD
031810*   OR A CONTENT DUPLICATE (THE FOLDER OF THE COPY ALREADY ON
031820*   DISK); THE REASON IS ONLY KEPT FOR A FAILURE.
031830*----------------------------------------------------------------
031840 FILL-MANIFEST-ENTRY.
031850     PERFORM SET-MANIFEST-SECTION.
031860     MOVE WS-CURRENT-REQUESTER
031870         TO WS-MF-REQUESTER(WS-MF-MATCH-IDX).
031880     MOVE WS-MF-NEW-SECTION TO WS-MF-SECTION(WS-MF-MATCH-IDX).
031890     MOVE CONTENT-TYPE      TO WS-MF-TYPE(WS-MF-MATCH-IDX).
031900     MOVE URL               TO WS-MF-URL(WS-MF-MATCH-IDX).
031910     MOVE RESULT            TO WS-MF-RESULT(WS-MF-MATCH-IDX).
031920     MOVE SPACES            TO WS-MF-TITLE(WS-MF-MATCH-IDX).
031930     MOVE SPACES            TO WS-MF-FOLDER(WS-MF-MATCH-IDX).
031940     MOVE SPACES            TO WS-MF-REASON(WS-MF-MATCH-IDX).
031950     MOVE SPACES            TO WS-MF-CLOSED-AS(WS-MF-MATCH-IDX).
031960     IF WS-MF-NEW-SECTION = "S" OR WS-MF-NEW-SECTION = "D"
031970         MOVE WS-MD-TITLE    TO WS-MF-TITLE(WS-MF-MATCH-IDX)
031980         MOVE WS-OUTPUT-PATH TO WS-MF-FOLDER(WS-MF-MATCH-IDX)
031990     END-IF.
032000     IF WS-MF-NEW-SECTION = "F"
032010         MOVE WS-FAILURE-REASON TO WS-MF-REASON(WS-MF-MATCH-IDX)
032020     END-IF.
032030
032040*----------------------------------------------------------------
032050* SET-MANIFEST-SECTION
032060*   PICKS THE MANIFEST SECTION FOR RESULT, CLASSIFYING IT THE SAME
032070*   WAY TALLY-RESULT DOES: BAIXADO AND FALHA ARE SUCESSO AND FALHA
032080*   IN THE SUMMARY, THE OTHER FOUR MAKE UP ITS IGNORADO.
032090*----------------------------------------------------------------
032100 SET-MANIFEST-SECTION.
032110     IF RESULT = "Download completo"
032120         MOVE "S" TO WS-MF-NEW-SECTION
032130     ELSE IF RESULT = "Duplicado por conteudo"
032140         MOVE "D" TO WS-MF-NEW-SECTION
032150     ELSE IF RESULT(1:8) = "Expirado"
032160         MOVE "E" TO WS-MF-NEW-SECTION
032170     ELSE IF RESULT(1:9) = "Bloqueado"
032180         MOVE "B" TO WS-MF-NEW-SECTION
032190     ELSE IF RESULT = "Ja baixado anteriormente" OR
032200             RESULT = "Tipo invalido" OR
032210             RESULT(1:12) = "URL invalida"
032220         MOVE "I" TO WS-MF-NEW-SECTION
032230     ELSE
032240         MOVE "F" TO WS-MF-NEW-SECTION
032250     END-IF.
032260
032270*----------------------------------------------------------------
032280* FIND-MANIFEST-FAILURE
032290*   LOOKS FOR THE COUNTED FALHA ENTRY THIS RUN HOLDS FOR THE
032300*   CURRENT REQUESTER AND URL. SETS WS-MF-WAS-FOUND AND
032310*   WS-MF-MATCH-IDX WHEN THERE IS ONE.
032320*----------------------------------------------------------------
032330 FIND-MANIFEST-FAILURE.
032340     SET WS-MF-NOT-FOUND TO TRUE.
032350     PERFORM CHECK-ONE-MANIFEST-FAILURE
032360         VARYING WS-MF-IDX FROM 1 BY 1
032370         UNTIL WS-MF-IDX > WS-MF-COUNT.
032380
032390*----------------------------------------------------------------
032400* CHECK-ONE-MANIFEST-FAILURE
032410*   USED AS THE VARYING PARAGRAPH OF FIND-MANIFEST-FAILURE.
032420*----------------------------------------------------------------
032430 CHECK-ONE-MANIFEST-FAILURE.
032440     IF WS-MF-NOT-FOUND AND
032450        WS-MF-SECTION(WS-MF-IDX) = "F" AND
032460        WS-MF-COUNTED(WS-MF-IDX) AND
032470        WS-MF-URL(WS-MF-IDX) = URL AND
032480        WS-MF-REQUESTER(WS-MF-IDX) = WS-CURRENT-REQUESTER
032490         SET WS-MF-WAS-FOUND TO TRUE
032500         SET WS-MF-MATCH-IDX TO WS-MF-IDX
032510     END-IF.
032520
032530*----------------------------------------------------------------
032540* RECORD-RETRY-IN-MANIFEST
032550*   FOLDS ONE RETRY ATTEMPT INTO THE DELIVERY-MANIFEST TABLE THE
032560*   SAME WAY TALLY-RETRY-RESULT FOLDS IT INTO THE COUNTS. THE
032570*   FALHA ENTRY THIS RUN HOLDS FOR THE ITEM TAKES THE NEW OUTCOME.
032580*   WITHOUT ONE, AN ITEM COUNTED FOR THE FIRST TIME TONIGHT GETS
032590*   AN ENTRY, AND SO DOES A SUCCESS OR DUPLICATE OF A FAILURE
032600*   COUNTED BEFORE A CHECKPOINT RESUME; A FURTHER FAILURE OF THAT
032610*   ONE STAYS OUT, AS IT DOES IN THE COUNTS.
032620*----------------------------------------------------------------
032630 RECORD-RETRY-IN-MANIFEST.
032640     IF WS-REQ-NOT-FOUND
032650         EXIT PARAGRAPH
032660     END-IF.
032670     IF WS-MF-WAS-FOUND
032680         PERFORM FILL-MANIFEST-ENTRY
032690         EXIT PARAGRAPH
032700     END-IF.
032710     PERFORM SET-MANIFEST-SECTION.
032720     IF WS-MF-PRIOR-NEW OR WS-MF-NEW-SECTION NOT = "F"
032730         MOVE "Y" TO WS-MF-NEW-COUNTED
032740         PERFORM ADD-MANIFEST-ENTRY
032750     END-IF.
032760
032770*----------------------------------------------------------------
032780* NOTE-RETRY-CLOSURE
032790*   CALLED FOR EACH DOWNLOAD-LOG LINE OF THE RETRY PASS. DOWNLOAD
032800*   ATTEMPTS ARE FOLDED IN BY TALLY-RETRY-RESULT; THIS NOTES THE
032810*   ENTRIES THE PASS CLOSES WITHOUT AN ATTEMPT, AS EXPIRADO OR
032820*   BLOQUEADO. A FAILURE THIS RUN ALREADY LISTED KEEPS ITS PLACE
032830*   (AND ITS COUNT) AND SHOWS HOW IT WAS CLOSED; ANY OTHER IS
032840*   LISTED UNDER EXPIRADO OR BLOQUEADO OUTSIDE THE SUMMARY COUNTS,
032850*   WHICH DO NOT TALLY THESE CLOSURES.
032860*----------------------------------------------------------------
032870 NOTE-RETRY-CLOSURE.
032880     IF RESULT(1:8) NOT = "Expirado" AND
032890        RESULT(1:9) NOT = "Bloqueado"
032900         EXIT PARAGRAPH
032910     END-IF.
032920     PERFORM FIND-OR-ADD-REQUESTER.
032930     IF WS-REQ-NOT-FOUND
032940         EXIT PARAGRAPH
032950     END-IF.
032960     SET WS-MF-NOT-FOUND TO TRUE.
032970     IF WS-RT-COUNTED(WS-RETRY-CUR)
032980         PERFORM FIND-MANIFEST-FAILURE
032990     END-IF.
033000     IF WS-MF-WAS-FOUND
033010         MOVE WS-FAILURE-REASON
033020             TO WS-MF-CLOSED-AS(WS-MF-MATCH-IDX)
033030     ELSE
033040         MOVE "N" TO WS-MF-NEW-COUNTED
033050         PERFORM ADD-MANIFEST-ENTRY
033060     END-IF.
033070
033080*----------------------------------------------------------------
033090* WRITE-DELIVERY-MANIFESTS
033100*   WRITES ONE DELIVERY MANIFEST PER REQUESTER IN THE SUMMARY'S
033110*   BREAKDOWN, SO EACH REQUESTER CAN SEE WHAT CAME THROUGH AND
033120*   WHERE IT LANDED. A FRESH RUN FIRST CLEARS THE PREVIOUS RUN'S
033130*   MANIFESTS, SO A REQUESTER WITH NOTHING QUEUED TONIGHT IS NOT
033140*   LEFT READING AN OLD ONE; A RUN RESUMED FROM A CHECKPOINT
033150*   APPENDS ITS PART, WITH ITS OWN HDR AND TRL, TO WHAT THE
033160*   INTERRUPTED RUN WROTE. RUNS AFTER WRITE-RETRY-QUEUE, SO EACH
033170*   FAILURE'S RETRY STATE IS FINAL.
033180*----------------------------------------------------------------
033190 WRITE-DELIVERY-MANIFESTS.
033200     IF NOT WS-RUN-RESUMED
033210         MOVE SPACES TO COMMAND
033220         STRING "rm -f " DELIMITED BY SIZE
033230                WS-MANIFEST-PREFIX DELIMITED BY SPACE
033240                ".* 2>/dev/null" DELIMITED BY SIZE
033250                INTO COMMAND
033260         END-STRING
033270         CALL "SYSTEM" USING COMMAND
033280     END-IF.
033290     IF WS-RUSH-MODE
033300         MOVE "URGENTE" TO WS-MF-RUN-TEXT
033310     ELSE IF WS-RUN-RESUMED
033320         MOVE "RETOMADO" TO WS-MF-RUN-TEXT
033330     ELSE
033340         MOVE "NOTURNO" TO WS-MF-RUN-TEXT
033350     END-IF.
033360     MOVE ZERO TO WS-MF-FILES-WRITTEN.
033370     PERFORM WRITE-ONE-MANIFEST
033380         VARYING WS-REQ-IDX FROM 1 BY 1
033390         UNTIL WS-REQ-IDX > WS-REQ-COUNT.
033400     MOVE WS-MF-FILES-WRITTEN TO WS-COUNT-DISPLAY.
033410     DISPLAY "Manifestos de entrega gravados: " WS-COUNT-DISPLAY.
033420
033430*----------------------------------------------------------------
033440* WRITE-ONE-MANIFEST
033450*   WRITES THE MANIFEST OF THE REQUESTER AT WS-REQ-IDX. THE FILE
033460*   IS NAMED AFTER THE REQUESTER CODE, WITH ANY CHARACTER THE
033470*   SHELL OR THE FILE SYSTEM WOULD MISREAD TURNED INTO "_". THE
033480*   TRL COUNTS ARE CHECKED AGAINST THE REQUESTER'S SUMMARY LINE.
033490*   USED AS THE VARYING PARAGRAPH OF WRITE-DELIVERY-MANIFESTS.
033500*----------------------------------------------------------------
033510 WRITE-ONE-MANIFEST.
033520     MOVE WS-REQ-NAME(WS-REQ-IDX) TO WS-MF-NAME-PART.
033530     INSPECT WS-MF-NAME-PART CONVERTING "/\.*?$`;&|<>'"
033540                                     TO "_____________".
033550     INSPECT WS-MF-NAME-PART REPLACING ALL """" BY "_".
033560     MOVE SPACES TO WS-MANIFEST-FILE-NAME.
033570     STRING WS-MANIFEST-PREFIX DELIMITED BY SPACE
033580            "."                DELIMITED BY SIZE
033590            WS-MF-NAME-PART    DELIMITED BY SPACE
033600            INTO WS-MANIFEST-FILE-NAME.
033610     IF WS-RUN-RESUMED
033620         OPEN EXTEND MANIFEST-FILE
033630         IF WS-MANIFEST-STATUS = "35"
033640             OPEN OUTPUT MANIFEST-FILE
033650             CLOSE MANIFEST-FILE
033660             OPEN EXTEND MANIFEST-FILE
033670         END-IF
033680     ELSE
033690         OPEN OUTPUT MANIFEST-FILE
033700     END-IF.
033710     IF WS-MANIFEST-STATUS NOT = "00"
033720         DISPLAY "Nao foi possivel gravar " WS-MANIFEST-FILE-NAME
033730         EXIT PARAGRAPH
033740     END-IF.
033750
033760     MOVE ZERO TO WS-MF-SUCCESS-COUNT.
033770     MOVE ZERO TO WS-MF-FAILED-COUNT.
033780     MOVE ZERO TO WS-MF-SKIPPED-COUNT.
033790     MOVE ZERO TO WS-MF-OUTSIDE-COUNT.
033800     PERFORM BUILD-TIMESTAMP.
033810     MOVE SPACES TO MANIFEST-LINE.
033820     STRING "HDR|"                  DELIMITED BY SIZE
033830            WS-REQ-NAME(WS-REQ-IDX) DELIMITED BY SIZE
033840            "|"                     DELIMITED BY SIZE
033850            WS-TIMESTAMP            DELIMITED BY SIZE
033860            "|"                     DELIMITED BY SIZE
033870            WS-MF-RUN-TEXT          DELIMITED BY SIZE
033880            INTO MANIFEST-LINE.
033890     WRITE MANIFEST-LINE.
033900
033910     PERFORM WRITE-MANIFEST-SECTION
033920         VARYING WS-MF-SEC-IDX FROM 1 BY 1
033930         UNTIL WS-MF-SEC-IDX > WS-MF-SECTION-MAX.
033940
033950     ADD WS-MF-SUCCESS-COUNT WS-MF-FAILED-COUNT
033960         WS-MF-SKIPPED-COUNT GIVING WS-MF-ITEM-COUNT.
033970     MOVE SPACES TO MANIFEST-LINE.
033980     STRING "TRL|"                  DELIMITED BY SIZE
033990            WS-REQ-NAME(WS-REQ-IDX) DELIMITED BY SIZE
034000            "|itens "               DELIMITED BY SIZE
034010            WS-MF-ITEM-COUNT        DELIMITED BY SIZE
034020            "|sucesso "             DELIMITED BY SIZE
034030            WS-MF-SUCCESS-COUNT     DELIMITED BY SIZE
034040            "|falha "               DELIMITED BY SIZE
034050            WS-MF-FAILED-COUNT      DELIMITED BY SIZE
034060            "|ignorado "            DELIMITED BY SIZE
034070            WS-MF-SKIPPED-COUNT     DELIMITED BY SIZE
034080            "|fora do resumo "      DELIMITED BY SIZE
034090            WS-MF-OUTSIDE-COUNT     DELIMITED BY SIZE
034100            INTO MANIFEST-LINE.
034110     WRITE MANIFEST-LINE.
034120     CLOSE MANIFEST-FILE.
034130     ADD 1 TO WS-MF-FILES-WRITTEN.
034140
034150     IF WS-MF-SUCCESS-COUNT NOT = WS-REQ-SUCCESS(WS-REQ-IDX) OR
034160        WS-MF-FAILED-COUNT NOT = WS-REQ-FAILED(WS-REQ-IDX) OR
034170        WS-MF-SKIPPED-COUNT NOT = WS-REQ-SKIPPED(WS-REQ-IDX)
034180         DISPLAY "Aviso: manifesto " WS-MANIFEST-FILE-NAME
034190                 " nao confere com o resumo"
034200     END-IF.
034210
034220*----------------------------------------------------------------
034230* WRITE-MANIFEST-SECTION
034240*   WRITES THE ENTRIES OF THE CURRENT REQUESTER THAT FALL IN THE
034250*   SECTION AT WS-MF-SEC-IDX. USED AS THE VARYING PARAGRAPH OF
034260*   WRITE-ONE-MANIFEST.
034270*----------------------------------------------------------------
034280 WRITE-MANIFEST-SECTION.
034290     PERFORM WRITE-ONE-MANIFEST-ITEM
034300         VARYING WS-MF-IDX FROM 1 BY 1
034310         UNTIL WS-MF-IDX > WS-MF-COUNT.
034320
034330*----------------------------------------------------------------
034340* WRITE-ONE-MANIFEST-ITEM
034350*   WRITES THE DET LINE FOR THE ENTRY AT WS-MF-IDX WHEN IT BELONGS
034360*   TO THE CURRENT REQUESTER AND SECTION, AND ADDS IT TO THE TRL
034370*   COUNTS. USED AS THE VARYING PARAGRAPH OF WRITE-MANIFEST-
034380*   SECTION.
034390*----------------------------------------------------------------
034400 WRITE-ONE-MANIFEST-ITEM.
034410     IF WS-MF-REQUESTER(WS-MF-IDX) NOT = WS-REQ-NAME(WS-REQ-IDX)
034420        OR WS-MF-SECTION(WS-MF-IDX) NOT =
034430           WS-MF-SEC-CODE(WS-MF-SEC-IDX)
034440         EXIT PARAGRAPH
034450     END-IF.
034460     MOVE SPACES TO WS-MF-STATE-TEXT.
034470     IF WS-MF-SECTION(WS-MF-IDX) = "F"
034480         PERFORM FIND-MANIFEST-RETRY-STATE
034490     END-IF.
034500     IF NOT WS-MF-COUNTED(WS-MF-IDX)
034510         MOVE "ANTERIOR" TO WS-MF-STATE-TEXT
034520         ADD 1 TO WS-MF-OUTSIDE-COUNT
034530     ELSE IF WS-MF-SECTION(WS-MF-IDX) = "S"
034540         ADD 1 TO WS-MF-SUCCESS-COUNT
034550     ELSE IF WS-MF-SECTION(WS-MF-IDX) = "F"
034560         ADD 1 TO WS-MF-FAILED-COUNT
034570     ELSE
034580         ADD 1 TO WS-MF-SKIPPED-COUNT
034590     END-IF.
034600     MOVE SPACES TO MANIFEST-LINE.
034610     STRING "DET|"                        DELIMITED BY SIZE
034620            WS-MF-SEC-NAME(WS-MF-SEC-IDX) DELIMITED BY SIZE
034630            "|"                           DELIMITED BY SIZE
034640            WS-MF-TYPE(WS-MF-IDX)         DELIMITED BY SIZE
034650            "|"                           DELIMITED BY SIZE
034660            WS-MF-URL(WS-MF-IDX)          DELIMITED BY SIZE
034670            "|"                           DELIMITED BY SIZE
034680            WS-MF-RESULT(WS-MF-IDX)       DELIMITED BY SIZE
034690            "|"                           DELIMITED BY SIZE
034700            WS-MF-TITLE(WS-MF-IDX)        DELIMITED BY SIZE
034710            "|"                           DELIMITED BY SIZE
034720            WS-MF-FOLDER(WS-MF-IDX)       DELIMITED BY SIZE
034730            "|"                           DELIMITED BY SIZE
034740            WS-MF-REASON(WS-MF-IDX)       DELIMITED BY SIZE
034750            "|"                           DELIMITED BY SIZE
034760            WS-MF-STATE-TEXT              DELIMITED BY SIZE
034770            INTO MANIFEST-LINE.
034780     WRITE MANIFEST-LINE.
034790
034800*----------------------------------------------------------------
034810* FIND-MANIFEST-RETRY-STATE
034820*   WORKS OUT WHERE A FAILED ITEM STANDS NOW: CLOSED BY THE RETRY
034830*   PASS (EXPIRADO / BLOQUEADO), SETTLED BY ANOTHER QUEUE LINE FOR
034840*   THE SAME URL (RESOLVIDO), OUT OF ATTEMPTS (PERMANENTE), ON THE
034850*   RETRY-QUEUE FOR A LATER NIGHT (RETRYQ), OR CARRIED NOWHERE - A
034860*   RUSH RUN OR A FULL RETRY TABLE - SO THE REQUESTER HAS TO SEND
034870*   IT AGAIN (REENVIAR).
034880*----------------------------------------------------------------
034890 FIND-MANIFEST-RETRY-STATE.
034900     IF WS-MF-CLOSED-AS(WS-MF-IDX) NOT = SPACES
034910         MOVE WS-MF-CLOSED-AS(WS-MF-IDX) TO WS-MF-STATE-TEXT
034920         EXIT PARAGRAPH
034930     END-IF.
034940     SET WS-MF-RT-NONE TO TRUE.
034950     MOVE ZERO TO WS-MF-RETRY-ATTEMPTS.
034960     PERFORM CHECK-ONE-MANIFEST-RETRY
034970         VARYING WS-RETRY-IDX FROM 1 BY 1
034980         UNTIL WS-RETRY-IDX > WS-RETRY-COUNT.
034990     IF WS-MF-RT-DONE
035000         MOVE "RESOLVIDO" TO WS-MF-STATE-TEXT
035010     ELSE IF WS-MF-RT-NONE OR WS-RUSH-MODE
035020         MOVE "REENVIAR" TO WS-MF-STATE-TEXT
035030     ELSE IF WS-MF-RETRY-ATTEMPTS NOT < WS-RETRY-MAX
035040         MOVE "PERMANENTE" TO WS-MF-STATE-TEXT
035050     ELSE
035060         MOVE "RETRYQ" TO WS-MF-STATE-TEXT
035070     END-IF.
035080
035090*----------------------------------------------------------------
035100* CHECK-ONE-MANIFEST-RETRY
035110*   NOTES THE RETRY ENTRY AT WS-RETRY-IDX WHEN IT IS FOR THE URL
035120*   OF THE MANIFEST ENTRY AT WS-MF-IDX; AN OPEN ENTRY WINS OVER A
035130*   CLOSED ONE. USED AS THE VARYING PARAGRAPH OF
035140*   FIND-MANIFEST-RETRY-STATE.
035150*----------------------------------------------------------------
035160 CHECK-ONE-MANIFEST-RETRY.
035170     IF WS-RT-URL(WS-RETRY-IDX) NOT = WS-MF-URL(WS-MF-IDX)
035180         EXIT PARAGRAPH
035190     END-IF.
035200     IF WS-RT-OPEN(WS-RETRY-IDX)
035210         SET WS-MF-RT-OPEN TO TRUE
035220         MOVE WS-RT-ATTEMPTS(WS-RETRY-IDX) TO WS-MF-RETRY-ATTEMPTS
035230     ELSE IF WS-MF-RT-NONE
035240         SET WS-MF-RT-DONE TO TRUE
035250     END-IF.
035260
035270*----------------------------------------------------------------
035280* OPEN-MEDIA-ITEMS
035290*   OPENS MEDIA-ITEMS FOR APPEND, TOLERATING A MISSING FILE THE
035300*   SAME WAY OPEN-METADATA-FILE DOES.
035310*----------------------------------------------------------------
035320 OPEN-MEDIA-ITEMS.
035330     OPEN EXTEND MEDIA-ITEMS.
035340     IF WS-ITEMS-STATUS = "35"
035350         OPEN OUTPUT MEDIA-ITEMS
035360         CLOSE MEDIA-ITEMS
035370         OPEN EXTEND MEDIA-ITEMS
035380     END-IF.
035390
035400*----------------------------------------------------------------
035410* COUNT-ONE-MDSTAGE-LINE
035420*   COUNTS ONE MORE ENTRY LINE OF METADATA-STAGING, OR MARKS THE
035430*   END OF IT. USED AS THE PERFORM ... UNTIL PARAGRAPH OF
035440*   CAPTURE-METADATA.
035450*----------------------------------------------------------------
035460 COUNT-ONE-MDSTAGE-LINE.
035470     READ METADATA-STAGING
035480         AT END
035490             SET WS-END-OF-MDSTAGE TO TRUE
035500         NOT AT END
035510             IF MDSTAGE-LINE NOT = SPACES
035520                 ADD 1 TO WS-MD-ENTRY-COUNT
035530             END-IF
035540     END-READ.
035550
035560*----------------------------------------------------------------
035570* READ-ONE-CKSTAGE-LINE
035580*   READS ONE MD5SUM LINE FROM CHECKSUM-STAGING AND ADDS THE FILE
035590*   IT NAMES TO THE ITEM TABLE, OR MARKS THE END OF THE STAGING
035600*   FILE. USED AS THE PERFORM ... UNTIL PARAGRAPH OF
035610*   COMPUTE-FILE-CHECKSUM.
035620*----------------------------------------------------------------
035630 READ-ONE-CKSTAGE-LINE.
035640     READ CHECKSUM-STAGING
035650         AT END
035660             SET WS-END-OF-CKSTAGE TO TRUE
035670         NOT AT END
035680             IF CKSTAGE-LINE(1:32) NOT = SPACES
035690                 PERFORM ADD-MEDIA-ITEM
035700             END-IF
035710     END-READ.
035720
035730*----------------------------------------------------------------
035740* ADD-MEDIA-ITEM
035750*   TAKES THE CHECKSUM AND FILE NAME OFF THE CURRENT MD5SUM LINE
035760*   ("SUM  FOLDER/FILE"). THE FIRST LINE ALSO SETS WS-FILE-
035770*   CHECKSUM AS BEFORE. A FILE YT-DLP LEFT HALF-WRITTEN (.PART,
035780*   .YTDL) IS NOT AN ITEM. THE ITEM NUMBER COMES FROM THE FILE
035790*   NAME (<TITLE>.<N>.<EXT>), OR FROM THE ORDER THE FILE WAS
035800*   LISTED WHEN THE NAME CARRIES NONE, AS FOR A SINGLE POST.
035810*----------------------------------------------------------------
035820 ADD-MEDIA-ITEM.
035830     IF WS-CKSUM-NOT-VALID
035840         MOVE CKSTAGE-LINE(1:32) TO WS-FILE-CHECKSUM
035850         SET WS-CKSUM-IS-VALID TO TRUE
035860     END-IF.
035870     MOVE SPACES TO WS-ITEM-FILE-TEXT.
035880     IF WS-CK-NAME-START < 200
035890         MOVE CKSTAGE-LINE(WS-CK-NAME-START:) TO WS-ITEM-FILE-TEXT
035900     END-IF.
035910     PERFORM SPLIT-ITEM-FILE-NAME.
035920     IF WS-ITEM-EXT-PARTIAL
035930         EXIT PARAGRAPH
035940     END-IF.
035950     ADD 1 TO WS-ITEM-FOUND-COUNT.
035960     IF WS-ITEM-COUNT NOT < WS-ITEM-TABLE-MAX
035970         DISPLAY "Tabela de itens cheia, item nao registrado: "
035980                 WS-ITEM-FILE-TEXT(1:60)
035990         EXIT PARAGRAPH
036000     END-IF.
036010     ADD 1 TO WS-ITEM-COUNT.
036020     SET WS-ITEM-IDX TO WS-ITEM-COUNT.
036030     MOVE CKSTAGE-LINE(1:32)   TO WS-ITM-SUM(WS-ITEM-IDX).
036040     MOVE WS-ITEM-FILE-TEXT    TO WS-ITM-FILE(WS-ITEM-IDX).
036050     MOVE WS-ITEM-KIND-FOUND   TO WS-ITM-KIND(WS-ITEM-IDX).
036060     IF WS-ITEM-NUMBER-FOUND = ZERO
036070         MOVE WS-ITEM-COUNT TO WS-ITM-NUMBER(WS-ITEM-IDX)
036080     ELSE
036090         MOVE WS-ITEM-NUMBER-FOUND TO WS-ITM-NUMBER(WS-ITEM-IDX)
036100     END-IF.
036110     SET WS-ITM-NEW(WS-ITEM-IDX) TO TRUE.
036120     MOVE SPACES TO WS-ITM-ORIG-PATH(WS-ITEM-IDX).
036130
036140*----------------------------------------------------------------
036150* SPLIT-ITEM-FILE-NAME
036160*   SPLITS WHAT FOLLOWS "<TITLE>." IN WS-ITEM-FILE-TEXT ON ITS
036170*   DOTS: "3.JPG" GIVES ITEM 3, "MP4" ONLY THE EXTENSION. THE LAST
036180*   PART IS THE EXTENSION, LOWER-CASED, WHICH DECIDES THE KIND -
036190*   FOTO, VIDEO, OR OUTRO FOR ANYTHING ELSE.
036200*----------------------------------------------------------------
036210 SPLIT-ITEM-FILE-NAME.
036220     MOVE SPACES TO WS-ITEM-PART-1.
036230     MOVE SPACES TO WS-ITEM-PART-2.
036240     MOVE SPACES TO WS-ITEM-PART-3.
036250     MOVE ZERO TO WS-ITEM-PART-COUNT.
036260     MOVE ZERO TO WS-ITEM-NUMBER-FOUND.
036270     UNSTRING WS-ITEM-FILE-TEXT(WS-CK-TITLE-LEN + 2:)
036280         DELIMITED BY "."
036290         INTO WS-ITEM-PART-1
036300              WS-ITEM-PART-2
036310              WS-ITEM-PART-3
036320         TALLYING IN WS-ITEM-PART-COUNT
036330     END-UNSTRING.
036340     IF WS-ITEM-PART-COUNT > 2
036350         MOVE WS-ITEM-PART-3 TO WS-ITEM-EXT
036360     ELSE IF WS-ITEM-PART-COUNT = 2
036370         MOVE WS-ITEM-PART-2 TO WS-ITEM-EXT
036380     ELSE
036390         MOVE WS-ITEM-PART-1 TO WS-ITEM-EXT
036400     END-IF.
036410     MOVE FUNCTION LOWER-CASE(WS-ITEM-EXT) TO WS-ITEM-EXT.
036420     IF WS-ITEM-PART-COUNT > 1
036430         MOVE ZERO TO WS-ITEM-DIGITS
036440         INSPECT WS-ITEM-PART-1 TALLYING WS-ITEM-DIGITS
036450             FOR CHARACTERS BEFORE INITIAL SPACE
036460         IF WS-ITEM-DIGITS > ZERO AND WS-ITEM-DIGITS < 4
036470             IF WS-ITEM-PART-1(1:WS-ITEM-DIGITS) IS NUMERIC
036480                 MOVE WS-ITEM-PART-1(1:WS-ITEM-DIGITS)
036490                     TO WS-ITEM-NUMBER-FOUND
036500             END-IF
036510         END-IF
036520     END-IF.
036530     IF WS-ITEM-EXT-PHOTO
036540         MOVE "FOTO" TO WS-ITEM-KIND-FOUND
036550     ELSE IF WS-ITEM-EXT-VIDEO
036560         MOVE "VIDEO" TO WS-ITEM-KIND-FOUND
036570     ELSE
036580         MOVE "OUTRO" TO WS-ITEM-KIND-FOUND
036590     END-IF.
036600
036610*----------------------------------------------------------------
036620* LOOK-UP-ONE-ITEM
036630*   LOOKS ONE ITEM'S CHECKSUM UP IN CHECKSUM-INDEX AND MARKS THE
036640*   ITEM NEW, ALREADY INDEXED FOR THIS URL, OR A REPOST (COUNTED,
036650*   WITH THE ORIGINAL'S FOLDER KEPT). USED AS THE VARYING
036660*   PARAGRAPH OF CHECK-CONTENT-DUPLICATE.
036670*----------------------------------------------------------------
036680 LOOK-UP-ONE-ITEM.
036690     SET WS-ITM-NEW(WS-ITEM-IDX) TO TRUE.
036700     MOVE WS-ITM-SUM(WS-ITEM-IDX) TO CK-SUM.
036710     READ CHECKSUM-INDEX
036720         INVALID KEY
036730             CONTINUE
036740         NOT INVALID KEY
036750             IF CK-URL NOT = URL
036760                 SET WS-ITM-REPOST(WS-ITEM-IDX) TO TRUE
036770                 MOVE CK-PATH TO WS-ITM-ORIG-PATH(WS-ITEM-IDX)
036780                 ADD 1 TO WS-ITEM-REPOST-COUNT
036790             ELSE
036800                 SET WS-ITM-OWN(WS-ITEM-IDX) TO TRUE
036810             END-IF
036820     END-READ.
036830
036840*----------------------------------------------------------------
036850* REGISTER-ONE-ITEM
036860*   WRITES A CHECKSUM-INDEX RECORD FOR ONE ITEM NOT YET INDEXED,
036870*   UNDER THIS URL AND FOLDER, SO A LATER REPOST OF ANY SINGLE
036880*   SLIDE IS CAUGHT TOO. TWO SLIDES WITH IDENTICAL CONTENT SHARE
036890*   THE FIRST ONE'S RECORD. USED AS THE VARYING PARAGRAPH OF
036900*   RECORD-DOWNLOADED-ITEMS.
036910*----------------------------------------------------------------
036920 REGISTER-ONE-ITEM.
036930     IF NOT WS-ITM-NEW(WS-ITEM-IDX)
036940         EXIT PARAGRAPH
036950     END-IF.
036960     MOVE WS-ITM-SUM(WS-ITEM-IDX) TO CK-SUM.
036970     MOVE URL              TO CK-URL.
036980     MOVE WS-OUTPUT-PATH   TO CK-PATH.
036990     PERFORM BUILD-TIMESTAMP.
037000     MOVE WS-TIMESTAMP     TO CK-TIMESTAMP.
037010     WRITE CKINDEX-RECORD
037020         INVALID KEY
037030             CONTINUE
037040     END-WRITE.
037050
037060*----------------------------------------------------------------
037070* RECORD-DOWNLOADED-ITEMS
037080*   FINISHES A DOWNLOAD YT-DLP REPORTED AS CLEAN. A REPOST GOES
037090*   STRAIGHT TO THE CATALOG AS BEFORE. A POST THAT LISTED MORE
037100*   ENTRIES THAN FILES ARRIVED (A CAROUSEL WITH SLIDES MISSING)
037110*   BECOMES AN INCOMPLETO FAILURE AND NOTHING OF IT IS KEPT. A
037120*   COMPLETE POST HAS ITS NEW ITEMS REGISTERED IN CHECKSUM-INDEX
037130*   AND EVERY FILE WRITTEN TO MEDIA-ITEMS, THEN GETS ITS CATALOG
037140*   RECORD AND, WHEN IT HAS MORE THAN ONE ITEM, AN ITM LINE PER
037150*   SLIDE UNDER IT.
037160*----------------------------------------------------------------
037170 RECORD-DOWNLOADED-ITEMS.
037180     IF WS-CONTENT-IS-DUP
037190         PERFORM WRITE-CATALOG-RECORD
037200         EXIT PARAGRAPH
037210     END-IF.
037220     IF WS-MD-ENTRY-COUNT > WS-ITEM-FOUND-COUNT
037230         MOVE WS-MD-ENTRY-COUNT TO WS-ITEM-EXPECTED
037240     ELSE
037250         MOVE WS-ITEM-FOUND-COUNT TO WS-ITEM-EXPECTED
037260     END-IF.
037270     IF WS-CKSUM-IS-VALID AND
037280        WS-ITEM-FOUND-COUNT < WS-MD-ENTRY-COUNT
037290         PERFORM FAIL-INCOMPLETE-POST
037300         EXIT PARAGRAPH
037310     END-IF.
037320     PERFORM REGISTER-ONE-ITEM
037330         VARYING WS-ITEM-IDX FROM 1 BY 1
037340         UNTIL WS-ITEM-IDX > WS-ITEM-COUNT.
037350     PERFORM WRITE-MEDIA-ITEM-RECORD
037360         VARYING WS-ITEM-IDX FROM 1 BY 1
037370         UNTIL WS-ITEM-IDX > WS-ITEM-COUNT.
037380     PERFORM WRITE-CATALOG-RECORD.
037390     IF WS-ITEM-EXPECTED > 1
037400         PERFORM WRITE-CATALOG-ITEM-LINE
037410             VARYING WS-ITEM-IDX FROM 1 BY 1
037420             UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
037430     END-IF.
037440
037450*----------------------------------------------------------------
037460* WRITE-MEDIA-ITEM-RECORD
037470*   APPENDS ONE MEDIA-ITEMS RECORD FOR ONE ENTRY OF THE ITEM
037480*   TABLE. USED AS THE VARYING PARAGRAPH OF
037490*   RECORD-DOWNLOADED-ITEMS.
037500*----------------------------------------------------------------
037510 WRITE-MEDIA-ITEM-RECORD.
037520     MOVE SPACES                      TO MEDIA-ITEM-RECORD.
037530     MOVE WS-TIMESTAMP                TO MI-TIMESTAMP.
037540     MOVE CONTENT-TYPE                TO MI-CONTENT-TYPE.
037550     MOVE URL                         TO MI-URL.
037560     MOVE WS-ITM-NUMBER(WS-ITEM-IDX)  TO MI-ITEM-NUMBER.
037570     MOVE WS-ITEM-EXPECTED            TO MI-ITEM-COUNT.
037580     MOVE WS-ITM-KIND(WS-ITEM-IDX)    TO MI-MEDIA-KIND.
037590     MOVE WS-ITM-SUM(WS-ITEM-IDX)     TO MI-CHECKSUM.
037600     MOVE WS-OUTPUT-PATH              TO MI-FOLDER.
037610     MOVE WS-ITM-FILE(WS-ITEM-IDX)    TO MI-FILE-NAME.
037620     WRITE MEDIA-ITEM-RECORD.
037630
037640*----------------------------------------------------------------
037650* WRITE-CATALOG-ITEM-LINE
037660*   WRITES ONE "ITM|TIMESTAMP|TYPE|URL|ITEM|ITEMS|KIND|CHECKSUM|
037670*   FILE" LINE UNDER A CAROUSEL'S CATALOG RECORD, COUNTED IN THE
037680*   TRL LIKE ANY OTHER DETAIL LINE. USED AS THE VARYING
037690*   PARAGRAPH OF RECORD-DOWNLOADED-ITEMS.
037700*----------------------------------------------------------------
037710 WRITE-CATALOG-ITEM-LINE.
037720     MOVE SPACES TO CATALOG-LINE.
037730     STRING "ITM|"                     DELIMITED BY SIZE
037740            WS-TIMESTAMP               DELIMITED BY SIZE
037750            "|"                        DELIMITED BY SIZE
037760            CONTENT-TYPE               DELIMITED BY SIZE
037770            "|"                        DELIMITED BY SIZE
037780            URL                        DELIMITED BY SIZE
037790            "|"                        DELIMITED BY SIZE
037800            WS-ITM-NUMBER(WS-ITEM-IDX) DELIMITED BY SIZE
037810            "|"                        DELIMITED BY SIZE
037820            WS-ITEM-EXPECTED           DELIMITED BY SIZE
037830            "|"                        DELIMITED BY SIZE
037840            WS-ITM-KIND(WS-ITEM-IDX)   DELIMITED BY SIZE
037850            "|"                        DELIMITED BY SIZE
037860            WS-ITM-SUM(WS-ITEM-IDX)    DELIMITED BY SIZE
037870            "|"                        DELIMITED BY SIZE
037880            WS-ITM-FILE(WS-ITEM-IDX)   DELIMITED BY SIZE
037890            INTO CATALOG-LINE.
037900     WRITE CATALOG-LINE.
037910     ADD 1 TO WS-CATALOG-RECORD-COUNT.
037920
037930*----------------------------------------------------------------
037940* FAIL-INCOMPLETE-POST
037950*   TURNS A CLEAN YT-DLP EXIT INTO A FAILURE WHEN FEWER FILES
037960*   ARRIVED THAN THE POST LISTED, SO THE MASTER, THE SUMMARY AND
037970*   THE MANIFEST SHOW IT AS FAILED AND THE RETRY PASS FETCHES IT
037980*   AGAIN. THE SLIDES THAT DID ARRIVE ARE REMOVED: A RETRY ON A
037990*   LATER NIGHT LANDS IN THAT NIGHT'S FOLDER AND FETCHES THE
038000*   WHOLE POST, SO THEY WOULD ONLY BE LEFT BEHIND AS A PARTIAL
038010*   COPY. INCOMPLETO IS NOT A YT-DLP REASON, SO IT DOES NOT ENTER
038020*   THE FAILURES-BY-REASON BREAKDOWN.
038030*----------------------------------------------------------------
038040 FAIL-INCOMPLETE-POST.
038050     MOVE "INCOMPLETO" TO WS-FAILURE-REASON.
038060     MOVE WS-ITEM-FOUND-COUNT TO WS-ITEM-HAVE-DISPLAY.
038070     MOVE WS-MD-ENTRY-COUNT   TO WS-ITEM-WANT-DISPLAY.
038080     MOVE ZERO TO WS-ITEM-HAVE-LEAD.
038090     INSPECT WS-ITEM-HAVE-DISPLAY TALLYING WS-ITEM-HAVE-LEAD
038100         FOR LEADING SPACES.
038110     MOVE ZERO TO WS-ITEM-WANT-LEAD.
038120     INSPECT WS-ITEM-WANT-DISPLAY TALLYING WS-ITEM-WANT-LEAD
038130         FOR LEADING SPACES.
038140     MOVE SPACES TO RESULT.
038150     STRING "Falha no download (INCOMPLETO, " DELIMITED BY SIZE
038160            WS-ITEM-HAVE-DISPLAY(WS-ITEM-HAVE-LEAD + 1:)
038170                                 DELIMITED BY SIZE
038180            " de "               DELIMITED BY SIZE
038190            WS-ITEM-WANT-DISPLAY(WS-ITEM-WANT-LEAD + 1:)
038200                                 DELIMITED BY SIZE
038210            ")"                  DELIMITED BY SIZE
038220            INTO RESULT
038230     END-STRING.
038240     DISPLAY "Carrossel incompleto: " URL(1:60).
038250     PERFORM REMOVE-INCOMPLETE-ITEMS.
038260     IF WS-RETRY-PASS-IDLE
038270         PERFORM ADD-RETRY-ENTRY
038280     END-IF.
038290
038300*----------------------------------------------------------------
038310* REMOVE-INCOMPLETE-ITEMS
038320*   REMOVES THE FILES AN INCOMPLETE POST LEFT IN THE OUTPUT
038330*   FOLDER - EVERY "<TITLE>.*" FILE, THE SAME MATCH THE CHECKSUM
038340*   STEP USED TO FIND THEM, SO YT-DLP'S .PART LEFTOVERS GO TOO.
038350*   ONLY REACHED WITH A TITLE THE CHECKSUM STEP FOUND SAFE FOR
038360*   THE SHELL.
038370*----------------------------------------------------------------
038380 REMOVE-INCOMPLETE-ITEMS.
038390     MOVE SPACES TO COMMAND.
038400     STRING "rm -f """       DELIMITED BY SIZE
038410            WS-OUTPUT-PATH   DELIMITED BY SPACE
038420            "/"              DELIMITED BY SIZE
038430            WS-CK-TITLE(1:WS-CK-TITLE-LEN)
038440                             DELIMITED BY SIZE
038450            ".""* 2>/dev/null"
038460                             DELIMITED BY SIZE
038470            INTO COMMAND.
038480     CALL "SYSTEM" USING COMMAND.
