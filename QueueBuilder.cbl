000316*                  A YYYYMMDDHHMM TOKEN) SO THE NIGHTLY RUN CAN
000317*                  CLOSE STORIES THE 24-HOUR WINDOW HAS ALREADY
000318*                  TAKEN INSTEAD OF RETRYING THEM FOR NIGHTS.
000319* 2026-10-15  RS   APPEND ONE RUN-HISTORY RECORD PER RUN, IN THE
000320*                  NIGHTLY PROGRAM'S LAYOUT, FOR THE NEW RUNTREND
000321*                  JOB: ACCOUNTS LISTED AS PROCESSED, LISTING
000322*                  ERRORS AS FAILED, BLOCKED ACCOUNTS AS SKIPPED
000323*                  AND POSTS QUEUED AS THE QUEUE SIZE.
000324* 2026-10-15  RS   CLAIM THE SHARED RUN-LOCK AT STARTUP AND REFUSE
000325*                  TO RUN (RC 4) WHILE THE DOWNLOADER OR ANOTHER
000326*                  DOWNLOAD-MASTER JOB HOLDS IT, SO DOWNLOAD-QUEUE
000327*                  IS NEVER REBUILT UNDER A RUNNING DOWNLOAD.
000328* 2026-10-15  RS   KEEP A SUBSCRIPTION-HISTORY LINE PER
000329*                  SUBSCRIPTION (SUBHIST): CONSECUTIVE LISTING
000330*                  FAILURES, LAST GOOD AND FAILED LISTING, NEWEST
000331*                  POST QUEUED, AND THE POSTS QUEUED OVER THE LAST
000332*                  30 AND 90 DAYS WITH HOW MANY OF THEM LATER
000333*                  SUCCEEDED, FAILED (AND HOW MANY OF THOSE AS
000334*                  CONTA-PRIVADA OR LOGIN-NECESSARIO) OR ARE STILL
000335*                  PENDING. EVERY QUEUED POST IS REMEMBERED IN
000336*                  SUBSCRIPTION-POSTS (SUBPOSTS), KEYED BY ITS URL
000337*                  LOWER-CASED AS THE DOWNLOADER KEYS IT, AND ITS
000338*                  OUTCOME IS JOINED FROM DOWNLOAD-MASTER AND
000339*                  DOWNLOAD-LOG EACH RUN, FOR SUBSCRIPTIONHEALTH.
000340*----------------------------------------------------------------
000341
000342 ENVIRONMENT DIVISION.
000343 INPUT-OUTPUT SECTION.
000344 FILE-CONTROL.
000345
000350     SELECT SUBSCRIPTIONS ASSIGN TO "SUBS"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-SUBS-STATUS.
000377         ORGANIZATION IS LINE SEQUENTIAL
000378         FILE STATUS IS WS-KEEP-STATUS.
000380
000381     SELECT RUN-HISTORY ASSIGN TO "RUNHIST"
000382         ORGANIZATION IS LINE SEQUENTIAL
000383         FILE STATUS IS WS-RUNHIST-STATUS.
000384
000385     SELECT DOWNLOAD-LOG ASSIGN TO "DLOG"
000386         ORGANIZATION IS LINE SEQUENTIAL
000387         FILE STATUS IS WS-LOG-STATUS.
000388
000390     SELECT DOWNLOAD-QUEUE ASSIGN TO "QUEUE"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-QUEUE-STATUS.
000420
000421     SELECT SUBSCRIPTION-HISTORY ASSIGN TO "SUBHIST"
000422         ORGANIZATION IS LINE SEQUENTIAL
000423         FILE STATUS IS WS-SUBHIST-STATUS.
000424
000425     SELECT SUBHIST-KEEP ASSIGN TO "SUBHIST.KEEP"
000426         ORGANIZATION IS LINE SEQUENTIAL
000427         FILE STATUS IS WS-HKEEP-STATUS.
000428
000430     SELECT LISTING-STAGING ASSIGN TO "QBSTAGE"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-STAGE-STATUS.
000451
000452     SELECT SUBSCRIPTION-POSTS ASSIGN TO "SUBPOSTS"
000453         ORGANIZATION IS INDEXED
000454         ACCESS MODE IS DYNAMIC
000455         RECORD KEY IS SP-URL
000456         FILE STATUS IS WS-SUBPOSTS-STATUS.
000460
000461     SELECT DOWNLOAD-MASTER ASSIGN TO "DMASTER"
000462         ORGANIZATION IS INDEXED
000463         ACCESS MODE IS DYNAMIC
000464         RECORD KEY IS DM-URL
000465         FILE STATUS IS WS-DMASTER-STATUS.
000466
000470     SELECT CONFIG-FILE ASSIGN TO "CONFIG"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-CONFIG-STATUS.
000496         ORGANIZATION IS LINE SEQUENTIAL
000498         FILE STATUS IS WS-BLOCKLIST-STATUS.
000500
000502     SELECT RUN-LOCK ASSIGN TO "RUNLOCK"
000504         ORGANIZATION IS LINE SEQUENTIAL
000506         FILE STATUS IS WS-RUNLOCK-STATUS.
000508
000510 DATA DIVISION.
000520 FILE SECTION.
000530
000654     05  QBC-TOTAL-ERRORS        PIC 9(05).
000655     05  QBC-TOTAL-BLOCKED       PIC 9(05).
000656
000657*----------------------------------------------------------------
000658* SUBSCRIPTION-HISTORY HOLDS ONE LINE PER SUBSCRIPTIONS ENTRY, IN
000659* THE WS-HIST-RECORD LAYOUT; SUBHIST-KEEP IS ITS SCRATCH COPY,
000660* MOVED OVER THE LIVE FILE IN ONE SHELL MV AS SUBS-KEEP IS.
000661*----------------------------------------------------------------
000662 FD  SUBSCRIPTION-HISTORY
000663     RECORD CONTAINS 134 CHARACTERS.
000664 01  SUBHIST-LINE                PIC X(134).
000665
000666 FD  SUBHIST-KEEP
000667     RECORD CONTAINS 134 CHARACTERS.
000668 01  SHK-LINE                    PIC X(134).
000669
000670 FD  DOWNLOAD-QUEUE
000671     RECORD CONTAINS 120 CHARACTERS.
000680 01  QUEUE-RECORD.
000690     05  QR-LINE                 PIC X(120).
000691
000698     RECORD CONTAINS 80 CHARACTERS.
000699 01  SKP-LINE                    PIC X(80).
000700
000701*----------------------------------------------------------------
000702* SUBSCRIPTION-POSTS REMEMBERS WHICH SUBSCRIPTION QUEUED EACH
000703* POST, KEYED BY URL, SO ITS DOWNLOAD OUTCOME CAN BE TIED BACK TO
000704* THE ACCOUNT (POST URLS DO NOT NAME THE ACCOUNT). SP-OUTCOME IS
000705* THE POST'S DOWNLOAD-MASTER STATUS AND SP-REASON THE REASON ON
000706* ITS LATEST DOWNLOAD-LOG LINE, BOTH REFRESHED AT THE END OF EACH
000707* RUN; SP-REASON OUTLIVES THE MONTHLY DOWNLOAD-LOG ROLLOVER. POSTS
000708* QUEUED MORE THAN 90 DAYS AGO ARE DROPPED.
000709*----------------------------------------------------------------
000710 FD  SUBSCRIPTION-POSTS
000711     RECORD CONTAINS 182 CHARACTERS.
000712 01  SUBSCRIPTION-POST-RECORD.
000713     05  SP-URL                  PIC X(100).
000714     05  SP-ACCOUNT              PIC X(30).
000715     05  SP-TYPE                 PIC X(10).
000716     05  SP-POST-DATE            PIC X(08).
000717     05  SP-QUEUED-DATE          PIC X(08).
000718     05  SP-OUTCOME              PIC X(10).
000719     05  SP-REASON               PIC X(16).
000720
000721 FD  LISTING-STAGING
000722     RECORD CONTAINS 200 CHARACTERS.
000730 01  STAGE-LINE                  PIC X(200).
000731
000732 FD  DOWNLOAD-MASTER
000733     RECORD CONTAINS 163 CHARACTERS.
000734 01  MASTER-RECORD.
000735     05  DM-URL                  PIC X(100).
000736     05  DM-CONTENT-TYPE         PIC X(10).
000737     05  DM-STATUS               PIC X(10).
000738     05  DM-FIRST-ATTEMPT        PIC X(19).
000739     05  DM-LAST-ATTEMPT         PIC X(19).
000740     05  DM-ATTEMPT-COUNT        PIC 9(05).
000741
000742 FD  DOWNLOAD-LOG
000743     RECORD CONTAINS 267 CHARACTERS.
000744 01  LOG-RECORD.
000745     05  LOG-TIMESTAMP           PIC X(19).
000746     05  FILLER                  PIC X(01).
000747     05  LOG-CONTENT-TYPE        PIC X(10).
000748     05  FILLER                  PIC X(01).
000749     05  LOG-URL                 PIC X(100).
000750     05  FILLER                  PIC X(01).
000751     05  LOG-RESULT              PIC X(100).
000752     05  FILLER                  PIC X(01).
000753     05  LOG-REASON              PIC X(16).
000754     05  FILLER                  PIC X(01).
000755     05  LOG-REQUESTER           PIC X(08).
000756     05  FILLER                  PIC X(01).
000757     05  LOG-PROFILE             PIC X(08).
000758
000759 FD  CONFIG-FILE
000760     RECORD CONTAINS 80 CHARACTERS.
000770 01  CONFIG-RECORD.
000780     05  CFG-LINE                PIC X(80).
000790     RECORD CONTAINS 120 CHARACTERS.
000791 01  BLK-LINE                    PIC X(120).
000792
000793*----------------------------------------------------------------
000794* RUN-HISTORY IS THE NIGHTLY PROGRAM'S RUN-HISTORY FILE; THIS
000795* PROGRAM APPENDS ONE RECORD PER RUN IN THE SAME LAYOUT. THERE IS
000796* NO REASON BREAKDOWN HERE, SO THE REASON COUNTS STAY ZERO.
000797*----------------------------------------------------------------
000798 FD  RUN-HISTORY
000799     RECORD CONTAINS 149 CHARACTERS.
000800 01  RUN-HISTORY-RECORD.
000801     05  RH-PROGRAM              PIC X(08).
000802     05  FILLER                  PIC X(01).
000803     05  RH-START-STAMP          PIC X(19).
000804     05  FILLER                  PIC X(01).
000805     05  RH-END-STAMP            PIC X(19).
000806     05  FILLER                  PIC X(01).
000807     05  RH-END-TYPE             PIC X(06).
000808     05  FILLER                  PIC X(01).
000809     05  RH-RETURN-CODE          PIC 9(02).
000810     05  RH-QUEUE-SIZE           PIC 9(07).
000811     05  RH-PROCESSED            PIC 9(07).
000812     05  RH-SUCCESS              PIC 9(07).
000813     05  RH-FAILED               PIC 9(07).
000814     05  RH-SKIPPED              PIC 9(07).
000815     05  RH-EXPIRED              PIC 9(07).
000816     05  RH-DUPLICATE            PIC 9(07).
000817     05  RH-ITEMS-PER-HOUR       PIC 9(07).
000818     05  RH-REASON-COUNT         PIC 9(05)  OCCURS 7 TIMES.
000819
000820 FD  RUN-LOCK
000821     RECORD CONTAINS 28 CHARACTERS.
000822 01  RUN-LOCK-RECORD.
000823     05  RLK-PROGRAM             PIC X(08).
000824     05  FILLER                  PIC X(01).
000825     05  RLK-START-STAMP         PIC X(19).
000826
000827 WORKING-STORAGE SECTION.
000828
000829*----------------------------------------------------------------
000830* STANDALONE ITEMS
000840*----------------------------------------------------------------
000850 77  WS-SUBS-STATUS              PIC X(02)  VALUE "00".
000860 77  WS-QUEUE-STATUS             PIC X(02)  VALUE "00".
000870 77  WS-STAGE-STATUS             PIC X(02)  VALUE "00".
000880 77  WS-CONFIG-STATUS            PIC X(02)  VALUE "00".
000881 77  WS-RUNLOCK-STATUS           PIC X(02)  VALUE "00".
000882 77  WS-BLOCKLIST-STATUS         PIC X(02)  VALUE "00".
000883 77  WS-KEEP-STATUS              PIC X(02)  VALUE "00".
000884 77  WS-SUBS-SAVED-SWITCH        PIC X(01)  VALUE "N".
000921 77  WS-DEADLINE-DATE            PIC 9(08)  VALUE ZERO.
000922 77  WS-DEADLINE-INT             PIC 9(09)  COMP  VALUE ZERO.
000923 77  WS-DEADLINE-TEXT            PIC X(12).
000924 77  WS-RUNHIST-STATUS           PIC X(02)  VALUE "00".
000925 77  WS-TIMESTAMP                PIC X(19).
000926 77  WS-RUN-START-STAMP          PIC X(19)  VALUE SPACES.
000927 77  WS-RUN-START-SECS           PIC 9(11)  COMP  VALUE ZERO.
000928 77  WS-RUN-CLOCK-SECS           PIC 9(11)  COMP  VALUE ZERO.
000929 77  WS-RUN-DATE-NUM             PIC 9(08)  VALUE ZERO.
000930 77  WS-RECENT-LIMIT             PIC 9(03)  COMP  VALUE 25.
000940 77  WS-RECENT-LIMIT-DISPLAY     PIC ZZ9.
000944 77  WS-LOCK-HOLDER              PIC X(08).
000948 77  WS-LOCK-SINCE               PIC X(19).
000950 77  WS-CFG-KEYWORD              PIC X(20).
000960 77  WS-CFG-VALUE                PIC X(20).
000970 77  WS-QUOTE-COUNT              PIC 9(05)  COMP  VALUE ZERO.
000980 77  WS-LISTED-URL               PIC X(100).
000981 77  WS-RUN-ELAPSED              PIC 9(09)  COMP  VALUE ZERO.
000982 77  WS-RUN-END-SWITCH           PIC X(01)  VALUE "N".
000983     88  WS-RUN-COMPLETED                   VALUE "Y".
000984 77  WS-RUN-RESUMED-SWITCH       PIC X(01)  VALUE "N".
000985     88  WS-RUN-RESUMED                     VALUE "Y".
000986 77  WS-RH-REASON-SUB            PIC 9(02)  COMP  VALUE ZERO.
000990 77  WS-LISTED-DATE              PIC X(10).
000991 77  WS-SUBHIST-STATUS           PIC X(02)  VALUE "00".
000992 77  WS-HKEEP-STATUS             PIC X(02)  VALUE "00".
000993 77  WS-SUBPOSTS-STATUS          PIC X(02)  VALUE "00".
000994 77  WS-DMASTER-STATUS           PIC X(02)  VALUE "00".
000995 77  WS-LOG-STATUS               PIC X(02)  VALUE "00".
000996 77  WS-CUTOFF-INT               PIC 9(09)  COMP  VALUE ZERO.
000997 77  WS-CUTOFF-NUM               PIC 9(08)  VALUE ZERO.
000998 77  WS-CUTOFF-30-DATE           PIC X(08).
000999 77  WS-CUTOFF-90-DATE           PIC X(08).
001000 77  WS-SUB-CUR                  PIC 9(05)  COMP  VALUE ZERO.
001001 77  WS-POSTS-COUNTED            PIC 9(07)  COMP  VALUE ZERO.
001002 77  WS-POSTS-PRUNED             PIC 9(07)  COMP  VALUE ZERO.
001003 77  WS-POSTS-DISPLAY            PIC ZZZZZZ9.
001004 77  WS-HIST-SUB                 PIC 9(05)  COMP  VALUE ZERO.
001005 77  WS-HIST-MATCH               PIC 9(05)  COMP  VALUE ZERO.
001010 77  WS-TOTAL-ACCOUNTS           PIC 9(05)  COMP  VALUE ZERO.
001020 77  WS-TOTAL-QUEUED             PIC 9(05)  COMP  VALUE ZERO.
001030 77  WS-TOTAL-LIST-ERRORS        PIC 9(05)  COMP  VALUE ZERO.
001080     05  WS-CD-MM                PIC 9(02).
001090     05  WS-CD-DD                PIC 9(02).
001100
001101 01  WS-CURRENT-TIME-FIELDS.
001102     05  WS-CT-HH                PIC 9(02).
001103     05  WS-CT-MM                PIC 9(02).
001104     05  WS-CT-SS                PIC 9(02).
001105     05  WS-CT-HH2               PIC 9(02).
001106
001110*----------------------------------------------------------------
001120* SWITCHES
001130*----------------------------------------------------------------
001140 01  WS-SWITCHES.
001150     05  WS-SUBS-EOF-SWITCH      PIC X(01)  VALUE "N".
001160         88  WS-END-OF-SUBS                 VALUE "Y".
001161     05  WS-RUNLOCK-SWITCH       PIC X(01)  VALUE "N".
001162         88  WS-RUN-LOCK-HELD               VALUE "Y".
001163         88  WS-RUN-LOCK-FREE               VALUE "N".
001164     05  WS-SUBHIST-EOF-SWITCH   PIC X(01)  VALUE "N".
001165         88  WS-END-OF-SUBHIST              VALUE "Y".
001166     05  WS-POSTS-EOF-SWITCH     PIC X(01)  VALUE "N".
001167         88  WS-END-OF-POSTS                VALUE "Y".
001170     05  WS-STAGE-EOF-SWITCH     PIC X(01)  VALUE "N".
001180         88  WS-END-OF-STAGE                VALUE "Y".
001181     05  WS-LOG-EOF-SWITCH       PIC X(01)  VALUE "N".
001182         88  WS-END-OF-LOG                  VALUE "Y".
001183     05  WS-POSTS-OPEN-SWITCH    PIC X(01)  VALUE "N".
001184         88  WS-POSTS-OPEN                  VALUE "Y".
001185         88  WS-POSTS-CLOSED                VALUE "N".
001186     05  WS-MASTER-OPEN-SWITCH   PIC X(01)  VALUE "N".
001187         88  WS-MASTER-OPEN                 VALUE "Y".
001188         88  WS-MASTER-CLOSED               VALUE "N".
001190     05  WS-CONFIG-EOF-SWITCH    PIC X(01)  VALUE "N".
001200         88  WS-END-OF-CONFIG               VALUE "Y".
001202     05  WS-BLOCKLIST-EOF-SWITCH PIC X(01)  VALUE "N".
001382 77  WS-BLK-COUNT                PIC 9(05)  COMP  VALUE ZERO.
001383 77  WS-BLK-TABLE-MAX            PIC 9(05)  COMP  VALUE 100.
001384
001385*----------------------------------------------------------------
001386* SUBSCRIPTION HISTORY RECORD - ONE SUBSCRIPTION-HISTORY LINE. THE
001387* LISTING FIELDS ARE KEPT AS EACH ACCOUNT IS LISTED; THE POST
001388* COUNTS COVER THE POSTS QUEUED IN THE LAST 30 AND 90 DAYS AND ARE
001389* RECOUNTED AT THE END OF EVERY RUN (SH-COUNTED). SH-LAST-POST IS
001390* THE UPLOAD DATE OF THE NEWEST POST EVER QUEUED FOR THE ACCOUNT.
001391* DATES ARE YYYYMMDD, SPACES WHEN THERE IS NONE YET.
001392*----------------------------------------------------------------
001393 01  WS-HIST-RECORD.
001394     05  SH-ACCOUNT              PIC X(30).
001395     05  FILLER                  PIC X(01).
001396     05  SH-TYPE                 PIC X(10).
001397     05  FILLER                  PIC X(01).
001398     05  SH-ACTIVE               PIC X(01).
001399     05  FILLER                  PIC X(01).
001400     05  SH-FIRST-SEEN           PIC X(08).
001401     05  FILLER                  PIC X(01).
001402     05  SH-LAST-LISTED          PIC X(08).
001403     05  FILLER                  PIC X(01).
001404     05  SH-LAST-FAILED          PIC X(08).
001405     05  FILLER                  PIC X(01).
001406     05  SH-FAIL-STREAK          PIC 9(05).
001407     05  FILLER                  PIC X(01).
001408     05  SH-LAST-POST            PIC X(08).
001409     05  FILLER                  PIC X(01).
001410     05  SH-LAST-QUEUED          PIC X(08).
001411     05  FILLER                  PIC X(01).
001412     05  SH-POST-COUNTS.
001413         10  SH-QUEUED-30        PIC 9(05).
001414         10  SH-QUEUED-90        PIC 9(05).
001415         10  SH-SUCCESS-90       PIC 9(05).
001416         10  SH-FAILED-90        PIC 9(05).
001417         10  SH-PRIVATE-90       PIC 9(05).
001418         10  SH-PENDING-90       PIC 9(05).
001419     05  FILLER                  PIC X(01).
001420     05  SH-COUNTED              PIC X(08).
001421
001422*----------------------------------------------------------------
001423* SUBSCRIPTION HISTORY TABLE - ONE ENTRY PER SUBSCRIPTIONS ENTRY,
001424* AT THE SAME SUBSCRIPT, TAKEN FROM THE SUBSCRIPTION-HISTORY LINE
001425* WITH THE SAME ACCOUNT AND TYPE. AN ENTRY WITHOUT A LINE YET
001426* STARTS WITH TODAY AS ITS FIRST-SEEN DATE.
001427*----------------------------------------------------------------
001428 01  WS-HIST-TABLE.
001429     05  WS-HIST-ENTRY           OCCURS 500 TIMES.
001430         10  WS-HIST-LOADED-SW   PIC X(01).
001431             88  WS-HIST-LOADED             VALUE "Y".
001432         10  WS-HIST-FIRST-SEEN  PIC X(08).
001433         10  WS-HIST-LAST-LISTED PIC X(08).
001434         10  WS-HIST-LAST-FAILED PIC X(08).
001435         10  WS-HIST-FAIL-STREAK PIC 9(05)  COMP.
001436         10  WS-HIST-LAST-POST   PIC X(08).
001437         10  WS-HIST-LAST-QUEUED PIC X(08).
001438         10  WS-HIST-QUEUED-30   PIC 9(05)  COMP.
001439         10  WS-HIST-QUEUED-90   PIC 9(05)  COMP.
001440         10  WS-HIST-SUCCESS-90  PIC 9(05)  COMP.
001441         10  WS-HIST-FAILED-90   PIC 9(05)  COMP.
001442         10  WS-HIST-PRIVATE-90  PIC 9(05)  COMP.
001443         10  WS-HIST-PENDING-90  PIC 9(05)  COMP.
001444         10  WS-HIST-COUNTED     PIC X(08).
001445
001446 PROCEDURE DIVISION.
001447
001448*----------------------------------------------------------------
001449* MAIN-PROCEDURE
001450*   LOADS THE SUBSCRIPTIONS, LISTS EACH ACTIVE ACCOUNT'S RECENT
001451*   POSTS THROUGH YT-DLP, APPENDS NEW ONES TO DOWNLOAD-QUEUE AND
001452*   WRITES THE SUBSCRIPTIONS BACK WITH ADVANCED LAST-CHECKED
001454*   DATES, KEEPING EACH ACCOUNT'S SUBSCRIPTION HISTORY UP TO DATE
001456*   ALONG THE WAY.
001470*----------------------------------------------------------------
001480 MAIN-PROCEDURE.
001490     DISPLAY "Gerador de fila a partir das assinaturas".
001500     ACCEPT WS-CURRENT-DATE-FIELDS FROM DATE YYYYMMDD.
001510     MOVE WS-CURRENT-DATE-FIELDS TO WS-TODAY-DATE.
001511     PERFORM BUILD-TIMESTAMP.
001512     MOVE WS-TIMESTAMP TO WS-RUN-START-STAMP.
001513     PERFORM CAPTURE-RUN-CLOCK.
001514     MOVE WS-RUN-CLOCK-SECS TO WS-RUN-START-SECS.
001520
001521     PERFORM ACQUIRE-RUN-LOCK.
001522     IF WS-RUN-LOCK-FREE
001523         MOVE 4 TO RETURN-CODE
001524         STOP RUN
001525     END-IF.
001526
001530     PERFORM LOAD-CONFIG.
001535     PERFORM LOAD-BLOCKLIST.
001537     PERFORM LOAD-QB-CHECKPOINT.
001550     IF WS-SUB-COUNT = ZERO
001560         DISPLAY "Nenhuma assinatura em SUBSCRIPTIONS"
001570         MOVE 1 TO RETURN-CODE
001575         PERFORM WRITE-RUN-HISTORY
001579         PERFORM RELEASE-RUN-LOCK
001580         STOP RUN
001590     END-IF.
001595     PERFORM APPLY-QB-CHECKPOINT-IF-VALID.
001599     PERFORM LOAD-SUBSCRIPTION-HISTORY.
001600
001610     PERFORM OPEN-DOWNLOAD-QUEUE.
001620     IF WS-QUEUE-STATUS NOT = "00"
001630         DISPLAY "Nao foi possivel abrir DOWNLOAD-QUEUE"
001640         MOVE 1 TO RETURN-CODE
001645         PERFORM WRITE-RUN-HISTORY
001649         PERFORM RELEASE-RUN-LOCK
001650         STOP RUN
001660     END-IF.
001665     PERFORM OPEN-SUBSCRIPTION-POSTS.
001670
001680     PERFORM DRIVE-ONE-SUBSCRIPTION
001690         VARYING WS-SUB-CUR FROM 1 BY 1
001710
001720     CLOSE DOWNLOAD-QUEUE.
001730     PERFORM REWRITE-SUBSCRIPTIONS.
001734     PERFORM REFRESH-SUBSCRIPTION-HEALTH.
001735     PERFORM CLEAR-QB-CHECKPOINT.
001740
001750     MOVE WS-TOTAL-ACCOUNTS TO WS-COUNT-DISPLAY.
001830     ELSE
001840         MOVE 0 TO RETURN-CODE
001850     END-IF.
001851     SET WS-RUN-COMPLETED TO TRUE.
001852     PERFORM WRITE-RUN-HISTORY.
001857     PERFORM RELEASE-RUN-LOCK.
001860     STOP RUN.
001870
001880*----------------------------------------------------------------
002860*   LISTING-STAGING AND QUEUES EVERY POST NEWER THAN THE
002870*   ACCOUNT'S LAST-CHECKED DATE. THE DATE ADVANCES TO TODAY ONLY
002880*   WHEN THE LISTING SUCCEEDED.
002884*   A FAILED LISTING ADDS ONE TO THE ACCOUNT'S RUN OF CONSECUTIVE
002888*   LISTING FAILURES; A GOOD ONE ENDS THE RUN.
002890*----------------------------------------------------------------
002900 PROCESS-ONE-SUBSCRIPTION.
002910     IF NOT WS-SUB-IS-ACTIVE(WS-SUB-CUR)
003180
003190     IF WS-SYSTEM-RC NOT = ZERO
003200         ADD 1 TO WS-TOTAL-LIST-ERRORS
003204         ADD 1 TO WS-HIST-FAIL-STREAK(WS-SUB-CUR)
003208         MOVE WS-TODAY-DATE TO WS-HIST-LAST-FAILED(WS-SUB-CUR)
003210         DISPLAY "Falha ao consultar conta: "
003220                 WS-SUB-ACCOUNT(WS-SUB-CUR)
003230         EXIT PARAGRAPH
003310     END-IF.
003320
003330     MOVE WS-TODAY-DATE TO WS-SUB-LAST-CHECKED(WS-SUB-CUR).
003334     MOVE ZERO TO WS-HIST-FAIL-STREAK(WS-SUB-CUR).
003338     MOVE WS-TODAY-DATE TO WS-HIST-LAST-LISTED(WS-SUB-CUR).
003340
003350*----------------------------------------------------------------
003360* READ-ONE-LISTING-LINE
003570*   TO ONE LISTED POST AND APPENDS THE DOWNLOAD-QUEUE RECORD
003580*   WHEN IT QUALIFIES. A POST WITHOUT A PROPER UPLOAD DATE IS
003590*   SKIPPED RATHER THAN GUESSED AT.
003594*   EVERY POST QUEUED IS ALSO RECORDED FOR THE SUBSCRIPTION
003598*   HISTORY.
003600*----------------------------------------------------------------
003610 QUEUE-ONE-LISTED-POST.
003620     IF WS-LISTED-URL = SPACES
003992     END-IF.
004000     WRITE QUEUE-RECORD.
004010     ADD 1 TO WS-TOTAL-QUEUED.
004015     PERFORM TRACK-QUEUED-POST.
004020
004030*----------------------------------------------------------------
004040* RUN-SHELL-COMMAND
005580*   CHECKPOINT IS KEYED TO IS REFRESHED TO MATCH THE FILE NOW
005585*   ON DISK - OTHERWISE A RESTART WOULD COUNT THE REWRITTEN
005590*   FILE, SEE A MISMATCH AND THROW THE CHECKPOINT AWAY.
005591*   THE SUBSCRIPTION HISTORY IS WRITTEN BACK AT THE SAME POINT
005592*   SO A RESUMED RUN KEEPS THE LISTING OUTCOMES OF THE ACCOUNTS
005593*   BEFORE IT.
005595*----------------------------------------------------------------
005600 CHECKPOINT-ONE-ACCOUNT.
005605     IF WS-SUBS-DROPPED = ZERO
005620             MOVE WS-SUB-COUNT TO WS-SUBS-FILE-LINES
005625         END-IF
005630     END-IF.
005634     PERFORM REWRITE-SUBSCRIPTION-HISTORY.
005635     PERFORM WRITE-QB-CHECKPOINT.
005640
005650*----------------------------------------------------------------
006090         MOVE WS-QB-CHECKPOINT-COUNT  TO WS-COUNT-DISPLAY
006100         DISPLAY "Retomando apos checkpoint, conta "
006110                 WS-COUNT-DISPLAY
006115         SET WS-RUN-RESUMED TO TRUE
006120     ELSE
006130         IF WS-QB-CHECKPOINT-COUNT > ZERO
006140             DISPLAY "Checkpoint nao corresponde ao "
006650     STRING WS-DEADLINE-DATE DELIMITED BY SIZE
006660            "2359"           DELIMITED BY SIZE
006670            INTO WS-DEADLINE-TEXT.
006680
006690*----------------------------------------------------------------
006700* BUILD-TIMESTAMP
006710*   FORMATS TODAY'S DATE AND THE CURRENT TIME INTO WS-TIMESTAMP
006720*   FOR THE RUN-HISTORY RECORD.
006730*----------------------------------------------------------------
006740 BUILD-TIMESTAMP.
006750     ACCEPT WS-CURRENT-DATE-FIELDS FROM DATE YYYYMMDD.
006760     ACCEPT WS-CURRENT-TIME-FIELDS FROM TIME.
006770     STRING WS-CD-YYYY           DELIMITED BY SIZE
006780            "-"                  DELIMITED BY SIZE
006790            WS-CD-MM             DELIMITED BY SIZE
006800            "-"                  DELIMITED BY SIZE
006810            WS-CD-DD             DELIMITED BY SIZE
006820            " "                  DELIMITED BY SIZE
006830            WS-CT-HH             DELIMITED BY SIZE
006840            ":"                  DELIMITED BY SIZE
006850            WS-CT-MM             DELIMITED BY SIZE
006860            ":"                  DELIMITED BY SIZE
006870            WS-CT-SS             DELIMITED BY SIZE
006880            INTO WS-TIMESTAMP.
006890
006900*----------------------------------------------------------------
006910* WRITE-RUN-HISTORY
006920*   APPENDS THIS RUN'S RECORD TO RUN-HISTORY IN THE NIGHTLY
006930*   PROGRAM'S LAYOUT: ACCOUNTS LISTED ARE THE ITEMS PROCESSED,
006940*   LISTING ERRORS THE FAILURES, BLOCKED ACCOUNTS THE SKIPS AND
006950*   THE POSTS QUEUED THE QUEUE SIZE. A RUN RESUMED FROM A
006960*   CHECKPOINT RECORDS ONLY ITS OWN WORK, AND A RUN THAT STOPS
006970*   BEFORE THE END OF MAIN-PROCEDURE IS RECORDED AS ABEND. A
006980*   RUN-HISTORY THAT CANNOT BE OPENED ONLY WARNS.
006990*----------------------------------------------------------------
007000 WRITE-RUN-HISTORY.
007010     MOVE SPACES                 TO RUN-HISTORY-RECORD.
007020     MOVE "QUEUEBLD"             TO RH-PROGRAM.
007030     MOVE WS-RUN-START-STAMP     TO RH-START-STAMP.
007040     PERFORM BUILD-TIMESTAMP.
007050     MOVE WS-TIMESTAMP           TO RH-END-STAMP.
007060     PERFORM CAPTURE-RUN-CLOCK.
007070     IF WS-RUN-COMPLETED
007080         MOVE "NORMAL" TO RH-END-TYPE
007090     ELSE
007100         MOVE "ABEND" TO RH-END-TYPE
007110     END-IF.
007120     MOVE RETURN-CODE            TO RH-RETURN-CODE.
007130     MOVE WS-TOTAL-QUEUED        TO RH-QUEUE-SIZE.
007140     MOVE WS-TOTAL-ACCOUNTS      TO RH-PROCESSED.
007150     MOVE WS-TOTAL-LIST-ERRORS   TO RH-FAILED.
007160     MOVE WS-TOTAL-BLOCKED       TO RH-SKIPPED.
007170     IF WS-RUN-RESUMED
007180         SUBTRACT WS-SAVED-TOTAL-QUEUED   FROM RH-QUEUE-SIZE
007190         SUBTRACT WS-SAVED-TOTAL-ACCOUNTS FROM RH-PROCESSED
007200         SUBTRACT WS-SAVED-TOTAL-ERRORS   FROM RH-FAILED
007210         SUBTRACT WS-SAVED-TOTAL-BLOCKED  FROM RH-SKIPPED
007220     END-IF.
007230     IF RH-PROCESSED > RH-FAILED
007240         SUBTRACT RH-FAILED FROM RH-PROCESSED GIVING RH-SUCCESS
007250     ELSE
007260         MOVE ZERO TO RH-SUCCESS
007270     END-IF.
007280     MOVE ZERO TO RH-EXPIRED.
007290     MOVE ZERO TO RH-DUPLICATE.
007300     PERFORM CLEAR-ONE-REASON-COUNT
007310         VARYING WS-RH-REASON-SUB FROM 1 BY 1
007320         UNTIL WS-RH-REASON-SUB > 7.
007330     IF WS-RUN-CLOCK-SECS > WS-RUN-START-SECS
007340         SUBTRACT WS-RUN-START-SECS FROM WS-RUN-CLOCK-SECS
007350             GIVING WS-RUN-ELAPSED
007360     ELSE
007370         MOVE 1 TO WS-RUN-ELAPSED
007380     END-IF.
007390     COMPUTE RH-ITEMS-PER-HOUR =
007400         RH-PROCESSED * 3600 / WS-RUN-ELAPSED
007410         ON SIZE ERROR
007420             MOVE 9999999 TO RH-ITEMS-PER-HOUR
007430     END-COMPUTE.
007440
007450     OPEN EXTEND RUN-HISTORY.
007460     IF WS-RUNHIST-STATUS = "35"
007470         OPEN OUTPUT RUN-HISTORY
007480         CLOSE RUN-HISTORY
007490         OPEN EXTEND RUN-HISTORY
007500     END-IF.
007510     IF WS-RUNHIST-STATUS NOT = "00"
007520         DISPLAY "Nao foi possivel abrir RUN-HISTORY"
007530         EXIT PARAGRAPH
007540     END-IF.
007550     WRITE RUN-HISTORY-RECORD.
007560     CLOSE RUN-HISTORY.
007570
007580*----------------------------------------------------------------
007590* CLEAR-ONE-REASON-COUNT
007600*   ZEROES ONE REASON COUNT OF THE RUN-HISTORY RECORD. USED AS
007610*   THE VARYING PARAGRAPH OF WRITE-RUN-HISTORY.
007620*----------------------------------------------------------------
007630 CLEAR-ONE-REASON-COUNT.
007640     MOVE ZERO TO RH-REASON-COUNT(WS-RH-REASON-SUB).
007650
007660*----------------------------------------------------------------
007670* CAPTURE-RUN-CLOCK
007680*   TURNS THE DATE AND TIME BUILD-TIMESTAMP HAS JUST ACCEPTED
007690*   INTO A COUNT OF SECONDS IN WS-RUN-CLOCK-SECS, SO THE LENGTH
007700*   OF A RUN THAT CROSSES MIDNIGHT COMES OUT RIGHT.
007710*----------------------------------------------------------------
007720 CAPTURE-RUN-CLOCK.
007730     COMPUTE WS-RUN-DATE-NUM =
007740         WS-CD-YYYY * 10000 + WS-CD-MM * 100 + WS-CD-DD.
007750     COMPUTE WS-RUN-CLOCK-SECS =
007760         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) * 86400 +
007770         WS-CT-HH * 3600 + WS-CT-MM * 60 + WS-CT-SS.
007780
007790*----------------------------------------------------------------
007800* ACQUIRE-RUN-LOCK
007810*   CLAIMS RUN-LOCK, THE ONE-LINE LOCK FILE SHARED BY EVERY JOB
007820*   THAT UPDATES DOWNLOAD-MASTER, BEFORE ANYTHING IS OPENED FOR
007830*   UPDATE. A LINE ALREADY THERE NAMES A JOB STILL RUNNING, SO
007840*   THIS RUN IS REFUSED (WS-RUN-LOCK-FREE STAYS SET) AND THE
007850*   HOLDER IS NAMED FOR THE OPERATOR. A JOB THAT DIED WITHOUT
007860*   RELEASING THE LOCK LEAVES ITS LINE BEHIND; THE OPERATOR
007870*   EMPTIES RUNLOCK ONCE SURE THAT JOB IS GONE.
007880*----------------------------------------------------------------
007890 ACQUIRE-RUN-LOCK.
007900     MOVE SPACES TO WS-LOCK-HOLDER.
007910     MOVE SPACES TO WS-LOCK-SINCE.
007920     OPEN INPUT RUN-LOCK.
007930     IF WS-RUNLOCK-STATUS = "00"
007940         READ RUN-LOCK
007950             NOT AT END
007960                 MOVE RLK-PROGRAM     TO WS-LOCK-HOLDER
007970                 MOVE RLK-START-STAMP TO WS-LOCK-SINCE
007980         END-READ
007990         CLOSE RUN-LOCK
008000     END-IF.
008010     IF WS-LOCK-HOLDER NOT = SPACES
008020         DISPLAY "Execucao recusada: RUNLOCK ocupado desde "
008030                 WS-LOCK-SINCE " por " WS-LOCK-HOLDER
008040         DISPLAY "Se esse job nao estiver mais rodando, "
008050                 "esvazie o arquivo RUNLOCK"
008060         EXIT PARAGRAPH
008070     END-IF.
008080     OPEN OUTPUT RUN-LOCK.
008090     IF WS-RUNLOCK-STATUS NOT = "00"
008100         DISPLAY "Nao foi possivel gravar RUNLOCK, "
008110                 "execucao recusada"
008120         EXIT PARAGRAPH
008130     END-IF.
008140     PERFORM BUILD-TIMESTAMP.
008150     MOVE SPACES       TO RUN-LOCK-RECORD.
008160     MOVE "QUEUEBLD"   TO RLK-PROGRAM.
008170     MOVE WS-TIMESTAMP TO RLK-START-STAMP.
008180     WRITE RUN-LOCK-RECORD.
008190     CLOSE RUN-LOCK.
008200     SET WS-RUN-LOCK-HELD TO TRUE.
008210
008220*----------------------------------------------------------------
008230* RELEASE-RUN-LOCK
008240*   EMPTIES RUN-LOCK AGAIN SO THE NEXT JOB MAY RUN. CALLED BEFORE
008250*   EVERY STOP RUN ONCE THE LOCK IS HELD; DOES NOTHING WHEN IT
008260*   IS NOT.
008270*----------------------------------------------------------------
008280 RELEASE-RUN-LOCK.
008290     IF WS-RUN-LOCK-FREE
008300         EXIT PARAGRAPH
008310     END-IF.
008320     OPEN OUTPUT RUN-LOCK.
008330     IF WS-RUNLOCK-STATUS = "00"
008340         CLOSE RUN-LOCK
008350     ELSE
008360         DISPLAY "Nao foi possivel liberar RUNLOCK"
008370     END-IF.
008380     SET WS-RUN-LOCK-FREE TO TRUE.
008390
008400*----------------------------------------------------------------
008410* LOAD-SUBSCRIPTION-HISTORY
008420*   STARTS ONE HISTORY ENTRY PER SUBSCRIPTION TABLE ENTRY AND
008430*   FILLS IN THE ONES SUBSCRIPTION-HISTORY ALREADY HAS A LINE FOR.
008440*   A MISSING FILE MEANS EVERY ACCOUNT STARTS ITS HISTORY TODAY.
008450*----------------------------------------------------------------
008460 LOAD-SUBSCRIPTION-HISTORY.
008470     PERFORM START-ONE-HISTORY-ENTRY
008480         VARYING WS-HIST-SUB FROM 1 BY 1
008490         UNTIL WS-HIST-SUB > WS-SUB-COUNT.
008500     OPEN INPUT SUBSCRIPTION-HISTORY.
008510     IF WS-SUBHIST-STATUS NOT = "00"
008520         EXIT PARAGRAPH
008530     END-IF.
008540     PERFORM READ-ONE-HISTORY-LINE UNTIL WS-END-OF-SUBHIST.
008550     CLOSE SUBSCRIPTION-HISTORY.
008560
008570*----------------------------------------------------------------
008580* START-ONE-HISTORY-ENTRY
008590*   SETS ONE HISTORY ENTRY TO AN ACCOUNT FIRST SEEN TODAY. USED AS
008600*   THE VARYING PARAGRAPH OF LOAD-SUBSCRIPTION-HISTORY.
008610*----------------------------------------------------------------
008620 START-ONE-HISTORY-ENTRY.
008630     PERFORM RESET-ONE-HISTORY-COUNT.
008640     MOVE "N"           TO WS-HIST-LOADED-SW(WS-HIST-SUB).
008650     MOVE WS-TODAY-DATE TO WS-HIST-FIRST-SEEN(WS-HIST-SUB).
008660     MOVE SPACES        TO WS-HIST-LAST-LISTED(WS-HIST-SUB).
008670     MOVE SPACES        TO WS-HIST-LAST-FAILED(WS-HIST-SUB).
008680     MOVE ZERO          TO WS-HIST-FAIL-STREAK(WS-HIST-SUB).
008690     MOVE SPACES        TO WS-HIST-LAST-POST(WS-HIST-SUB).
008700     MOVE SPACES        TO WS-HIST-LAST-QUEUED(WS-HIST-SUB).
008710     MOVE SPACES        TO WS-HIST-COUNTED(WS-HIST-SUB).
008720
008730*----------------------------------------------------------------
008740* RESET-ONE-HISTORY-COUNT
008750*   ZEROES THE POST COUNTS OF ONE HISTORY ENTRY AND DATES THEM
008760*   TODAY, BEFORE THEY ARE RECOUNTED. USED AS THE VARYING
008770*   PARAGRAPH OF REFRESH-SUBSCRIPTION-HEALTH.
008780*----------------------------------------------------------------
008790 RESET-ONE-HISTORY-COUNT.
008800     MOVE ZERO          TO WS-HIST-QUEUED-30(WS-HIST-SUB).
008810     MOVE ZERO          TO WS-HIST-QUEUED-90(WS-HIST-SUB).
008820     MOVE ZERO          TO WS-HIST-SUCCESS-90(WS-HIST-SUB).
008830     MOVE ZERO          TO WS-HIST-FAILED-90(WS-HIST-SUB).
008840     MOVE ZERO          TO WS-HIST-PRIVATE-90(WS-HIST-SUB).
008850     MOVE ZERO          TO WS-HIST-PENDING-90(WS-HIST-SUB).
008860     MOVE WS-TODAY-DATE TO WS-HIST-COUNTED(WS-HIST-SUB).
008870
008880*----------------------------------------------------------------
008890* READ-ONE-HISTORY-LINE
008900*   READS ONE SUBSCRIPTION-HISTORY LINE AND TAKES IT INTO THE
008910*   ENTRY OF THE SUBSCRIPTION WITH THE SAME ACCOUNT AND TYPE. A
008920*   LINE WHOSE SUBSCRIPTION HAS LEFT SUBSCRIPTIONS IS DROPPED.
008930*----------------------------------------------------------------
008940 READ-ONE-HISTORY-LINE.
008950     READ SUBSCRIPTION-HISTORY
008960         AT END
008970             SET WS-END-OF-SUBHIST TO TRUE
008980             EXIT PARAGRAPH
008990     END-READ.
009000     MOVE SUBHIST-LINE TO WS-HIST-RECORD.
009010     MOVE ZERO TO WS-HIST-MATCH.
009020     PERFORM MATCH-ONE-HISTORY-ENTRY
009030         VARYING WS-HIST-SUB FROM 1 BY 1
009040         UNTIL WS-HIST-SUB > WS-SUB-COUNT
009050            OR WS-HIST-MATCH > ZERO.
009060     IF WS-HIST-MATCH = ZERO
009070         EXIT PARAGRAPH
009080     END-IF.
009090     MOVE "Y" TO WS-HIST-LOADED-SW(WS-HIST-MATCH).
009100     IF SH-FIRST-SEEN IS NUMERIC
009110         MOVE SH-FIRST-SEEN TO WS-HIST-FIRST-SEEN(WS-HIST-MATCH)
009120     END-IF.
009130     MOVE SH-LAST-LISTED TO WS-HIST-LAST-LISTED(WS-HIST-MATCH).
009140     MOVE SH-LAST-FAILED TO WS-HIST-LAST-FAILED(WS-HIST-MATCH).
009150     IF SH-FAIL-STREAK IS NUMERIC
009160         MOVE SH-FAIL-STREAK
009170             TO WS-HIST-FAIL-STREAK(WS-HIST-MATCH)
009180     END-IF.
009190     MOVE SH-LAST-POST   TO WS-HIST-LAST-POST(WS-HIST-MATCH).
009200     MOVE SH-LAST-QUEUED TO WS-HIST-LAST-QUEUED(WS-HIST-MATCH).
009210     IF SH-POST-COUNTS IS NUMERIC
009220         MOVE SH-QUEUED-30  TO WS-HIST-QUEUED-30(WS-HIST-MATCH)
009230         MOVE SH-QUEUED-90  TO WS-HIST-QUEUED-90(WS-HIST-MATCH)
009240         MOVE SH-SUCCESS-90 TO WS-HIST-SUCCESS-90(WS-HIST-MATCH)
009250         MOVE SH-FAILED-90  TO WS-HIST-FAILED-90(WS-HIST-MATCH)
009260         MOVE SH-PRIVATE-90 TO WS-HIST-PRIVATE-90(WS-HIST-MATCH)
009270         MOVE SH-PENDING-90 TO WS-HIST-PENDING-90(WS-HIST-MATCH)
009280         MOVE SH-COUNTED    TO WS-HIST-COUNTED(WS-HIST-MATCH)
009290     END-IF.
009300
009310*----------------------------------------------------------------
009320* MATCH-ONE-HISTORY-ENTRY
009330*   TESTS ONE SUBSCRIPTION TABLE ENTRY NOT YET GIVEN A HISTORY
009340*   LINE AGAINST THE ACCOUNT AND TYPE OF THE LINE JUST READ. USED
009350*   AS THE VARYING PARAGRAPH OF READ-ONE-HISTORY-LINE.
009360*----------------------------------------------------------------
009370 MATCH-ONE-HISTORY-ENTRY.
009380     IF NOT WS-HIST-LOADED(WS-HIST-SUB) AND
009390        WS-SUB-ACCOUNT(WS-HIST-SUB) = SH-ACCOUNT AND
009400        WS-SUB-TYPE(WS-HIST-SUB) = SH-TYPE
009410         MOVE WS-HIST-SUB TO WS-HIST-MATCH
009420     END-IF.
009430
009440*----------------------------------------------------------------
009450* OPEN-SUBSCRIPTION-POSTS
009460*   OPENS SUBSCRIPTION-POSTS FOR UPDATE, CREATING IT THE FIRST
009470*   TIME. A FILE THAT CANNOT BE OPENED ONLY WARNS: THE QUEUE IS
009480*   STILL BUILT, BUT TONIGHT'S POSTS ARE NOT TRACKED AND THE POST
009490*   COUNTS IN THE HISTORY ARE LEFT AS THEY WERE.
009500*----------------------------------------------------------------
009510 OPEN-SUBSCRIPTION-POSTS.
009520     OPEN I-O SUBSCRIPTION-POSTS.
009530     IF WS-SUBPOSTS-STATUS = "35"
009540         OPEN OUTPUT SUBSCRIPTION-POSTS
009550         CLOSE SUBSCRIPTION-POSTS
009560         OPEN I-O SUBSCRIPTION-POSTS
009570     END-IF.
009580     IF WS-SUBPOSTS-STATUS = "00"
009590         SET WS-POSTS-OPEN TO TRUE
009600     ELSE
009610         DISPLAY "Nao foi possivel abrir SUBSCRIPTION-POSTS, "
009620                 "posts desta execucao nao acompanhados"
009630     END-IF.
009640
009650*----------------------------------------------------------------
009660* TRACK-QUEUED-POST
009670*   NOTES THE POST JUST QUEUED IN THE SUBSCRIPTION'S HISTORY ENTRY
009680*   (NEWEST UPLOAD DATE, DATE LAST QUEUED) AND RECORDS IT IN
009690*   SUBSCRIPTION-POSTS UNDER THE SUBSCRIPTION. A POST ALREADY
009700*   RECORDED (A SAME-DAY REPEAT, OR A POST TWO SUBSCRIPTIONS BOTH
009710*   LIST) KEEPS ITS FIRST RECORD. THE POST IS KEYED BY ITS URL
009712*   LOWER-CASED, THE FORM THE DOWNLOADER WRITES TO DOWNLOAD-MASTER
009714*   AND DOWNLOAD-LOG, SO THE END-OF-RUN JOIN FINDS IT.
009720*----------------------------------------------------------------
009730 TRACK-QUEUED-POST.
009740     MOVE WS-TODAY-DATE TO WS-HIST-LAST-QUEUED(WS-SUB-CUR).
009750     IF WS-LISTED-DATE(1:8) > WS-HIST-LAST-POST(WS-SUB-CUR)
009760         MOVE WS-LISTED-DATE(1:8) TO WS-HIST-LAST-POST(WS-SUB-CUR)
009770     END-IF.
009780     IF WS-POSTS-CLOSED
009790         EXIT PARAGRAPH
009800     END-IF.
009810     MOVE SPACES                     TO SUBSCRIPTION-POST-RECORD.
009820     MOVE FUNCTION LOWER-CASE(WS-LISTED-URL) TO SP-URL.
009830     MOVE WS-SUB-ACCOUNT(WS-SUB-CUR) TO SP-ACCOUNT.
009840     MOVE WS-SUB-TYPE(WS-SUB-CUR)    TO SP-TYPE.
009850     MOVE WS-LISTED-DATE(1:8)        TO SP-POST-DATE.
009860     MOVE WS-TODAY-DATE              TO SP-QUEUED-DATE.
009870     WRITE SUBSCRIPTION-POST-RECORD
009880         INVALID KEY
009890             CONTINUE
009900     END-WRITE.
009910
009920*----------------------------------------------------------------
009930* REWRITE-SUBSCRIPTION-HISTORY
009940*   WRITES THE HISTORY TABLE, ONE LINE PER SUBSCRIPTION TABLE
009950*   ENTRY, TO THE SUBHIST-KEEP SCRATCH FILE AND MOVES IT OVER
009960*   SUBSCRIPTION-HISTORY IN ONE SHELL MV, THE SAME WAY
009970*   REWRITE-SUBSCRIPTIONS REPLACES SUBSCRIPTIONS.
009980*----------------------------------------------------------------
009990 REWRITE-SUBSCRIPTION-HISTORY.
010000     OPEN OUTPUT SUBHIST-KEEP.
010010     IF WS-HKEEP-STATUS NOT = "00"
010020         DISPLAY "Nao foi possivel regravar SUBSCRIPTION-HISTORY"
010030         EXIT PARAGRAPH
010040     END-IF.
010050     PERFORM WRITE-ONE-HISTORY-LINE
010060         VARYING WS-HIST-SUB FROM 1 BY 1
010070         UNTIL WS-HIST-SUB > WS-SUB-COUNT.
010080     CLOSE SUBHIST-KEEP.
010090     MOVE "mv SUBHIST.KEEP SUBHIST" TO COMMAND.
010100     PERFORM RUN-SHELL-COMMAND.
010110     IF WS-SYSTEM-RC NOT = ZERO
010120         DISPLAY "Falha ao substituir SUBSCRIPTION-HISTORY"
010130     END-IF.
010140
010150*----------------------------------------------------------------
010160* WRITE-ONE-HISTORY-LINE
010170*   WRITES ONE HISTORY ENTRY, WITH ITS SUBSCRIPTION'S ACCOUNT,
010180*   TYPE AND ACTIVE FLAG, TO THE SUBHIST-KEEP SCRATCH FILE. USED
010190*   AS THE VARYING PARAGRAPH OF REWRITE-SUBSCRIPTION-HISTORY.
010200*----------------------------------------------------------------
010210 WRITE-ONE-HISTORY-LINE.
010220     MOVE SPACES TO WS-HIST-RECORD.
010230     MOVE WS-SUB-ACCOUNT(WS-HIST-SUB)      TO SH-ACCOUNT.
010240     MOVE WS-SUB-TYPE(WS-HIST-SUB)         TO SH-TYPE.
010250     MOVE WS-SUB-ACTIVE(WS-HIST-SUB)       TO SH-ACTIVE.
010260     MOVE WS-HIST-FIRST-SEEN(WS-HIST-SUB)  TO SH-FIRST-SEEN.
010270     MOVE WS-HIST-LAST-LISTED(WS-HIST-SUB) TO SH-LAST-LISTED.
010280     MOVE WS-HIST-LAST-FAILED(WS-HIST-SUB) TO SH-LAST-FAILED.
010290     MOVE WS-HIST-FAIL-STREAK(WS-HIST-SUB) TO SH-FAIL-STREAK.
010300     MOVE WS-HIST-LAST-POST(WS-HIST-SUB)   TO SH-LAST-POST.
010310     MOVE WS-HIST-LAST-QUEUED(WS-HIST-SUB) TO SH-LAST-QUEUED.
010320     MOVE WS-HIST-QUEUED-30(WS-HIST-SUB)   TO SH-QUEUED-30.
010330     MOVE WS-HIST-QUEUED-90(WS-HIST-SUB)   TO SH-QUEUED-90.
010340     MOVE WS-HIST-SUCCESS-90(WS-HIST-SUB)  TO SH-SUCCESS-90.
010350     MOVE WS-HIST-FAILED-90(WS-HIST-SUB)   TO SH-FAILED-90.
010360     MOVE WS-HIST-PRIVATE-90(WS-HIST-SUB)  TO SH-PRIVATE-90.
010370     MOVE WS-HIST-PENDING-90(WS-HIST-SUB)  TO SH-PENDING-90.
010380     MOVE WS-HIST-COUNTED(WS-HIST-SUB)     TO SH-COUNTED.
010390     MOVE WS-HIST-RECORD TO SHK-LINE.
010400     WRITE SHK-LINE.
010410
010420*----------------------------------------------------------------
010430* REFRESH-SUBSCRIPTION-HEALTH
010440*   BRINGS EVERY TRACKED POST'S OUTCOME UP TO DATE - THE REASON ON
010450*   ITS LATEST DOWNLOAD-LOG LINE AND ITS DOWNLOAD-MASTER STATUS -
010460*   AND RECOUNTS EACH SUBSCRIPTION'S POSTS OF THE LAST 30 AND 90
010470*   DAYS, DROPPING POSTS QUEUED BEFORE THAT ON THE WAY, THEN
010480*   WRITES THE HISTORY BACK. WHEN SUBSCRIPTION-POSTS IS NOT OPEN
010490*   THE COUNTS ARE LEFT AS THEY WERE; WITHOUT DOWNLOAD-MASTER THE
010500*   POSTS KEEP THE OUTCOMES LAST SEEN.
010510*----------------------------------------------------------------
010520 REFRESH-SUBSCRIPTION-HEALTH.
010530     IF WS-POSTS-CLOSED
010540         PERFORM REWRITE-SUBSCRIPTION-HISTORY
010550         EXIT PARAGRAPH
010560     END-IF.
010570     PERFORM SET-HEALTH-CUTOFFS.
010580     PERFORM APPLY-DOWNLOAD-LOG-REASONS.
010590     OPEN INPUT DOWNLOAD-MASTER.
010600     IF WS-DMASTER-STATUS = "00"
010610         SET WS-MASTER-OPEN TO TRUE
010620     ELSE
010630         DISPLAY "DOWNLOAD-MASTER indisponivel, resultado dos "
010640                 "posts nao atualizado"
010650     END-IF.
010660     PERFORM RESET-ONE-HISTORY-COUNT
010670         VARYING WS-HIST-SUB FROM 1 BY 1
010680         UNTIL WS-HIST-SUB > WS-SUB-COUNT.
010690     MOVE "N" TO WS-POSTS-EOF-SWITCH.
010700     MOVE LOW-VALUES TO SP-URL.
010710     START SUBSCRIPTION-POSTS KEY NOT < SP-URL
010720         INVALID KEY
010730             SET WS-END-OF-POSTS TO TRUE
010740     END-START.
010750     PERFORM COUNT-ONE-TRACKED-POST UNTIL WS-END-OF-POSTS.
010760     IF WS-MASTER-OPEN
010770         CLOSE DOWNLOAD-MASTER
010780         SET WS-MASTER-CLOSED TO TRUE
010790     END-IF.
010800     CLOSE SUBSCRIPTION-POSTS.
010810     SET WS-POSTS-CLOSED TO TRUE.
010820     PERFORM REWRITE-SUBSCRIPTION-HISTORY.
010830     MOVE WS-POSTS-COUNTED TO WS-POSTS-DISPLAY.
010840     DISPLAY "Posts acompanhados (90 dias): " WS-POSTS-DISPLAY.
010850     IF WS-POSTS-PRUNED > ZERO
010860         MOVE WS-POSTS-PRUNED TO WS-POSTS-DISPLAY
010870         DISPLAY "Posts com mais de 90 dias descartados: "
010880                 WS-POSTS-DISPLAY
010890     END-IF.
010900
010910*----------------------------------------------------------------
010920* SET-HEALTH-CUTOFFS
010930*   WORKS OUT THE FIRST DAY OF THE LAST 30 AND OF THE LAST 90
010940*   DAYS, TODAY INCLUDED, AS YYYYMMDD.
010950*----------------------------------------------------------------
010960 SET-HEALTH-CUTOFFS.
010970     MOVE WS-TODAY-DATE TO WS-CUTOFF-NUM.
010980     MOVE FUNCTION INTEGER-OF-DATE(WS-CUTOFF-NUM)
010990         TO WS-CUTOFF-INT.
011000     SUBTRACT 29 FROM WS-CUTOFF-INT.
011010     MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
011020         TO WS-CUTOFF-NUM.
011030     MOVE WS-CUTOFF-NUM TO WS-CUTOFF-30-DATE.
011040     SUBTRACT 60 FROM WS-CUTOFF-INT.
011050     MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
011060         TO WS-CUTOFF-NUM.
011070     MOVE WS-CUTOFF-NUM TO WS-CUTOFF-90-DATE.
011080
011090*----------------------------------------------------------------
011100* APPLY-DOWNLOAD-LOG-REASONS
011110*   READS DOWNLOAD-LOG FROM THE TOP AND GIVES EVERY TRACKED POST
011120*   THE REASON ON ITS LATEST LINE (SPACES AFTER A SUCCESS). A
011130*   MISSING DOWNLOAD-LOG LEAVES THE REASONS AS THEY WERE.
011140*----------------------------------------------------------------
011150 APPLY-DOWNLOAD-LOG-REASONS.
011160     MOVE "N" TO WS-LOG-EOF-SWITCH.
011170     OPEN INPUT DOWNLOAD-LOG.
011180     IF WS-LOG-STATUS NOT = "00"
011190         EXIT PARAGRAPH
011200     END-IF.
011210     PERFORM APPLY-ONE-LOG-REASON UNTIL WS-END-OF-LOG.
011220     CLOSE DOWNLOAD-LOG.
011230
011240*----------------------------------------------------------------
011250* APPLY-ONE-LOG-REASON
011260*   READS ONE DOWNLOAD-LOG LINE AND, WHEN ITS URL IS A TRACKED
011270*   POST, STORES THE LINE'S REASON ON THE POST. USED AS THE
011280*   PERFORM ... UNTIL PARAGRAPH OF APPLY-DOWNLOAD-LOG-REASONS.
011290*----------------------------------------------------------------
011300 APPLY-ONE-LOG-REASON.
011310     READ DOWNLOAD-LOG
011320         AT END
011330             SET WS-END-OF-LOG TO TRUE
011340             EXIT PARAGRAPH
011350     END-READ.
011360     MOVE FUNCTION LOWER-CASE(LOG-URL) TO SP-URL.
011370     READ SUBSCRIPTION-POSTS
011380         INVALID KEY
011390             EXIT PARAGRAPH
011400     END-READ.
011410     IF SP-REASON NOT = LOG-REASON
011420         MOVE LOG-REASON TO SP-REASON
011430         REWRITE SUBSCRIPTION-POST-RECORD
011440             INVALID KEY
011450                 CONTINUE
011460         END-REWRITE
011470     END-IF.
011480
011490*----------------------------------------------------------------
011500* COUNT-ONE-TRACKED-POST
011510*   READS THE NEXT TRACKED POST. ONE QUEUED BEFORE THE 90-DAY
011520*   WINDOW IS DELETED; ANY OTHER TAKES ITS CURRENT DOWNLOAD-MASTER
011530*   STATUS (SPACES WHILE NOT YET ATTEMPTED) AND IS COUNTED FOR ITS
011540*   SUBSCRIPTION. USED AS THE PERFORM ... UNTIL PARAGRAPH OF
011550*   REFRESH-SUBSCRIPTION-HEALTH.
011560*----------------------------------------------------------------
011570 COUNT-ONE-TRACKED-POST.
011580     READ SUBSCRIPTION-POSTS NEXT
011590         AT END
011600             SET WS-END-OF-POSTS TO TRUE
011610             EXIT PARAGRAPH
011620     END-READ.
011630     IF SP-QUEUED-DATE < WS-CUTOFF-90-DATE
011640         DELETE SUBSCRIPTION-POSTS RECORD
011650             INVALID KEY
011660                 CONTINUE
011670         END-DELETE
011680         ADD 1 TO WS-POSTS-PRUNED
011690         EXIT PARAGRAPH
011700     END-IF.
011710     IF WS-MASTER-OPEN
011720         MOVE FUNCTION LOWER-CASE(SP-URL) TO DM-URL
011730         READ DOWNLOAD-MASTER
011740             INVALID KEY
011750                 MOVE SPACES TO DM-STATUS
011760         END-READ
011770         IF DM-STATUS NOT = SP-OUTCOME
011780             MOVE DM-STATUS TO SP-OUTCOME
011790             REWRITE SUBSCRIPTION-POST-RECORD
011800                 INVALID KEY
011810                     CONTINUE
011820             END-REWRITE
011830         END-IF
011840     END-IF.
011850     ADD 1 TO WS-POSTS-COUNTED.
011860     MOVE ZERO TO WS-HIST-MATCH.
011870     PERFORM MATCH-ONE-POST-ACCOUNT
011880         VARYING WS-HIST-SUB FROM 1 BY 1
011890         UNTIL WS-HIST-SUB > WS-SUB-COUNT
011900            OR WS-HIST-MATCH > ZERO.
011910     IF WS-HIST-MATCH > ZERO
011920         PERFORM TALLY-TRACKED-POST
011930     END-IF.
011940
011950*----------------------------------------------------------------
011960* MATCH-ONE-POST-ACCOUNT
011970*   TESTS ONE SUBSCRIPTION TABLE ENTRY AGAINST THE ACCOUNT AND
011980*   TYPE THE CURRENT POST WAS QUEUED UNDER. USED AS THE VARYING
011990*   PARAGRAPH OF COUNT-ONE-TRACKED-POST.
012000*----------------------------------------------------------------
012010 MATCH-ONE-POST-ACCOUNT.
012020     IF WS-SUB-ACCOUNT(WS-HIST-SUB) = SP-ACCOUNT AND
012030        WS-SUB-TYPE(WS-HIST-SUB) = SP-TYPE
012040         MOVE WS-HIST-SUB TO WS-HIST-MATCH
012050     END-IF.
012060
012070*----------------------------------------------------------------
012080* TALLY-TRACKED-POST
012090*   COUNTS THE CURRENT POST FOR THE SUBSCRIPTION AT WS-HIST-MATCH:
012100*   IN THE 90-DAY AND, WHEN RECENT ENOUGH, THE 30-DAY COUNT, AND
012110*   BY OUTCOME. A POST THAT WAS ARCHIVED (EVEN IF SINCE PURGED,
012120*   TAKEN DOWN OR FOUND TO BE A DUPLICATE) SUCCEEDED; FAILED AND
012130*   EXPIRED ONES FAILED, AND THOSE WHOSE LAST REASON WAS
012140*   CONTA-PRIVADA OR LOGIN-NECESSARIO ARE ALSO COUNTED AS PRIVATE;
012150*   ANYTHING ELSE IS STILL PENDING.
012160*----------------------------------------------------------------
012170 TALLY-TRACKED-POST.
012180     ADD 1 TO WS-HIST-QUEUED-90(WS-HIST-MATCH).
012190     IF SP-QUEUED-DATE NOT < WS-CUTOFF-30-DATE
012200         ADD 1 TO WS-HIST-QUEUED-30(WS-HIST-MATCH)
012210     END-IF.
012220     IF SP-OUTCOME = "SUCCESS" OR SP-OUTCOME = "PURGED"
012230        OR SP-OUTCOME = "DUPLICATE"
012240        OR SP-OUTCOME = "REMOVIDO-L"
012250         ADD 1 TO WS-HIST-SUCCESS-90(WS-HIST-MATCH)
012260     ELSE IF SP-OUTCOME = "FAILED" OR SP-OUTCOME = "EXPIRED"
012270         ADD 1 TO WS-HIST-FAILED-90(WS-HIST-MATCH)
012280         IF SP-REASON = "CONTA-PRIVADA" OR
012290            SP-REASON = "LOGIN-NECESSARIO"
012300             ADD 1 TO WS-HIST-PRIVATE-90(WS-HIST-MATCH)
012310         END-IF
012320     ELSE
012330         ADD 1 TO WS-HIST-PENDING-90(WS-HIST-MATCH)
012340     END-IF.
