001300*     'DELETE  name'      - DELETE EVERY GENERATION OF THE ONE
001350*                           NAMED ENTRY
001400*     'REPORT'            - ENTRY COUNTS AND SPACE BY RUN MONTH
001410* NEITHER PURGE NOR DELETE EVER REMOVES THE NEWEST APPROVED
001420* GENERATION OF A DRAWING (SEE DDAAPPRV); IT IS KEPT AND THE
001430* REPORT SAYS SO.
001440* PURGE AND DELETE ALSO NEED THE REQUESTING USER'S ID IN COLS
001450* 50-57; ONE WITHOUT IT IS REFUSED. EVERY DRAWING THEY TAKE
001460* GENERATIONS FROM GETS AN ENTRY IN THE SHARED APPEND-ONLY AUDIT
001470* TRAIL audit.txt -- WHO, WHEN, WHAT, AND ITS GENERATION COUNT
001480* BEFORE AND AFTER -- AND AN AUDIT TRAIL THAT CANNOT BE OPENED
001490* STOPS THE RUN BEFORE ANYTHING IS TOUCHED.
001500* EVERY ACTION AND THE REPORT GO TO catmaint.txt. THE RUN ENDS
001600* WITH CONDITION CODE 0 WHEN ALL COMMANDS WORKED, 8 WHEN A
001700* COMMAND FAILED OR A FILE COULD NOT BE OPENED.
001800*
001900* THE CATALOG RECORD LAYOUT IS ALSO CODED IN DDA, DDACAT,
001936* DDACOMP, DDAAPPRV, DDAXFER, AND DDAIMPCT -- ALL SEVEN MUST BE
001972* KEPT IN STEP.
002010*
002020* EVERY CATALOG ENTRY DELETED HERE TAKES ITS LINEAGE ENTRIES
002030* (lineage.dat) WITH IT, THE SAME AS DDA'S OWN PRUNE. THE
002040* LINEAGE RECORD LAYOUT IS ALSO CODED IN DDA AND DDAIMPCT --
002050* THE THREE MUST BE KEPT IN STEP.
002062*
002074* THE AUDIT RECORD LAYOUT IS ALSO CODED IN DDA, DDASHLIB, DDACAT,
002082* DDAAPPRV, DDAXFER, AND DDAAUDIT -- ALL SEVEN MUST BE KEPT IN
002090* STEP.
002100*---------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300
003000          RECORD KEY IS CAT-ENTRY-KEY
003100          FILE STATUS IS CATALOG-STATUS.
003200
003210     SELECT LINEAGE-FILE
003220          ASSIGN TO "lineage.dat"
003230          ORGANIZATION IS INDEXED
003240          ACCESS MODE IS DYNAMIC
003250          RECORD KEY IS LIN-ENTRY-KEY
003260          FILE STATUS IS LINEAGE-STATUS.
003270
003300     SELECT REQUEST-FILE
003400          ASSIGN TO DISK
003500          ORGANIZATION IS LINE SEQUENTIAL
003900          ASSIGN TO DISK
004000          ORGANIZATION IS LINE SEQUENTIAL
004100          FILE STATUS IS MAINT-REPORT-STATUS.
004116
004132     SELECT AUDIT-FILE
004148          ASSIGN TO DISK
004164          ORGANIZATION IS LINE SEQUENTIAL
004180          FILE STATUS IS AUDIT-STATUS.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
005700     03  CAT-STEEP-CNT               PIC 9(5).
005800     03  CAT-SHALLOW-CNT             PIC 9(5).
005900     03  CAT-TITLE                   PIC X(60).
005910*-----RELEASE STATUS: 'DRAFT' WHEN THE GENERATION IS ARCHIVED,
005920*-----THEN 'APPROVED' OR 'REJECTED' BY DDAAPPRV, WHICH ALSO
005930*-----STAMPS WHO SIGNED IT OFF AND WHEN (yyyymmdd).
005940     03  CAT-RELEASE-STATUS          PIC X(8).
005950         88 CAT-IS-APPROVED               VALUE 'APPROVED'.
005960     03  CAT-APPROVER-ID             PIC X(8).
005970     03  CAT-APPROVAL-DATE           PIC X(8).
006000     03  CAT-BUFFER                  PIC X(40000).
006100
006110 FD  LINEAGE-FILE
006120     LABEL RECORDS ARE STANDARD.
006130 01  LINEAGE-RECORD.
006140     03  LIN-ENTRY-KEY.
006150         05  LIN-DRAWING-NAME        PIC X(40).
006160         05  LIN-GENERATION          PIC 9(3).
006170         05  LIN-SEQ                 PIC 9(3).
006180     03  LIN-SOURCE-TYPE             PIC X(7).
006190     03  LIN-SOURCE-NAME             PIC X(40).
006191     03  LIN-SHAPE-DATE              PIC X(8).
006192     03  LIN-SOURCE-RECS             PIC 9(5).
006193     03  LIN-SOURCE-HASH             PIC 9(18).
006194     03  LIN-RUN-DATE                PIC X(8).
006195
006200 FD  REQUEST-FILE
006300     LABEL RECORDS ARE STANDARD
006400     VALUE OF FILE-ID IS "catmreq.txt".
006500 01  REQUEST-RECORD.
006600     03  REQ-VERB                    PIC X(8).
006700     03  REQ-OPERAND                 PIC X(40).
006733     03  FILLER                      PIC X(01).
006766     03  REQ-USER-ID                 PIC X(8).
006800*-----ALTERNATE VIEW OF THE OPERAND FOR THE PURGE CUTOFF DATE.
006900 01  REQUEST-DATE-VIEW REDEFINES REQUEST-RECORD.
007000     03  FILLER                      PIC X(8).
007100     03  REQ-CUTOFF-DATE             PIC X(8).
007200     03  FILLER                      PIC X(41).
007300
007400 FD  MAINT-REPORT-FILE
007500     LABEL RECORDS ARE STANDARD
007600     VALUE OF FILE-ID IS "catmaint.txt".
007700 01  MAINT-REPORT-RECORD             PIC X(132).
007703
007706*-----ONE AUDIT TRAIL ENTRY: WHEN, WHICH PROGRAM, WHO ASKED,
007709*-----WHAT WAS DONE, TO WHICH KEY (THE GENERATION WHEN ONE ENTRY
007712*-----IS MEANT, BLANK FOR THE NAME AS A WHOLE), AND HOW MANY
007713*-----RECORDS THE KEY HAD BEFORE AND AFTER -- AND, WHEN THE
007714*-----ENTRY CHANGES A GENERATION'S RELEASE STATUS, THE STATUS
007715*-----BEFORE AND AFTER (BLANK OTHERWISE).
007718 FD  AUDIT-FILE
007721     LABEL RECORDS ARE STANDARD
007724     VALUE OF FILE-ID IS "audit.txt".
007727 01  AUDIT-RECORD.
007730     03  AUD-DATE                    PIC X(8).
007733     03  FILLER                      PIC X(01).
007736     03  AUD-TIME                    PIC X(6).
007739     03  FILLER                      PIC X(01).
007742     03  AUD-PROGRAM                 PIC X(8).
007745     03  FILLER                      PIC X(01).
007748     03  AUD-USER-ID                 PIC X(8).
007751     03  FILLER                      PIC X(01).
007754     03  AUD-ACTION                  PIC X(8).
007757     03  FILLER                      PIC X(01).
007760     03  AUD-KEY-NAME                PIC X(40).
007763     03  FILLER                      PIC X(01).
007766     03  AUD-KEY-GEN                 PIC X(3).
007769     03  FILLER                      PIC X(01).
007772     03  AUD-BEFORE-CNT              PIC 9(5).
007775     03  FILLER                      PIC X(01).
007778     03  AUD-AFTER-CNT               PIC 9(5).
007782     03  FILLER                      PIC X(01).
007786     03  AUD-BEFORE-STATUS           PIC X(8).
007790     03  FILLER                      PIC X(01).
007794     03  AUD-AFTER-STATUS            PIC X(8).
007800
007900 WORKING-STORAGE SECTION.
008000 01  CATALOG-STATUS                  PIC XX.
008100 01  REQUEST-STATUS                  PIC XX.
008200 01  MAINT-REPORT-STATUS             PIC XX.
008205 01  AUDIT-STATUS                    PIC XX.
008210* NO LINEAGE FILE YET JUST MEANS NO LINEAGE TO DROP; THE SWITCH
008220* IS ONLY ON WHEN THE FILE ACTUALLY OPENED.
008230 01  LINEAGE-STATUS                  PIC XX.
008240 01  LINEAGE-OPEN-SW                 PIC X VALUE 'N'.
008250     88 LINEAGE-IS-OPEN                  VALUE 'Y'.
008260 01  LIN-SCAN-EOF-SW                 PIC X.
008270     88 LIN-SCAN-DONE                    VALUE 'Y'.
008280 01  DROP-DRAWING-NAME               PIC X(40).
008290 01  DROP-GENERATION                 PIC 9(3).
008291* THE NEWEST APPROVED GENERATION OF PROTECT-NAME (ZERO WHEN IT
008292* HAS NONE), WHICH PURGE AND DELETE STEP OVER. THE PURGE SCAN
008293* SAVES ITS PLACE IN SAVE-ENTRY-KEY WHILE IT LOOKS THIS UP.
008294 01  PROTECT-NAME                    PIC X(40).
008295 01  PROTECT-GEN                     PIC 9(3).
008296 01  PROTECT-SCAN-EOF-SW             PIC X.
008297     88 PROTECT-SCAN-DONE                VALUE 'Y'.
008298 01  SAVE-ENTRY-KEY                  PIC X(43).
008299 01  KEPT-CNT                        PIC 9(5).
008300 01  REQUEST-EOF-SW                  PIC X VALUE 'N'.
008400     88 REQUEST-IS-EOF                    VALUE 'Y'.
008500 01  CATALOG-EOF-SW                  PIC X VALUE 'N'.
008700 01  RUN-TROUBLE-SW                  PIC X VALUE 'N'.
008800     88 RUN-HAD-TROUBLE                  VALUE 'Y'.
008900* THE FIXED SIZE OF ONE CATALOG ENTRY, FOR THE SPACE FIGURES.
009000 01  CAT-RECORD-LENGTH               PIC 9(5) VALUE 40168.
009100 01  PURGED-CNT                      PIC 9(5).
009200 01  WS-SPACE-FREED                  PIC 9(10).
009300* THE PER-MONTH ACCUMULATORS FOR THE SPACE REPORT. TEN YEARS OF
011400     03 FILLER                       PIC X(09) VALUE ' ENTRIES '.
011500     03 MD-SPACE                     PIC ZZZZZZZZZ9.
011600     03 FILLER                       PIC X(06) VALUE ' BYTES'.
011607* THE AUDIT ENTRY BEING BUILT, AND THE PURGE SCAN'S COUNTS FOR THE
011614* DRAWING IT IS PASSING THROUGH -- ONE ENTRY PER DRAWING THE PURGE
011621* TAKES GENERATIONS FROM, WRITTEN WHEN THE NAME BREAKS.
011628 01  AUDIT-DATE-STAMP                PIC X(8).
011635 01  AUDIT-TIME-RAW.
011642     03 AUDIT-TIME-STAMP             PIC X(6).
011649     03 FILLER                       PIC X(2).
011656 01  AUDIT-ACTION                    PIC X(8).
011663 01  AUDIT-KEY-NAME                  PIC X(40).
011670 01  AUDIT-BEFORE-CNT                PIC 9(5).
011677 01  AUDIT-AFTER-CNT                 PIC 9(5).
011684 01  AUDIT-SEEN-CNT                  PIC 9(5).
011691 01  AUDIT-DROP-CNT                  PIC 9(5).
011700
011800 PROCEDURE DIVISION.
011900 MAIN-LOGIC SECTION.
012300          DISPLAY 'DDACATM-W001 CANNOT OPEN MAINTENANCE REPORT'
012400          MOVE 8 TO RETURN-CODE
012500          GO TO PROGRAM-DONE.
012507      OPEN EXTEND AUDIT-FILE.
012514*-----STATUS 35 MEANS NO AUDIT TRAIL YET -- START ONE.
012521      IF AUDIT-STATUS = '35'
012528          OPEN OUTPUT AUDIT-FILE.
012535      IF AUDIT-STATUS NOT = '00'
012542          DISPLAY 'DDACATM-W004 AUDIT TRAIL UNAVAILABLE, '
012549              'NOTHING TO DO'
012556          MOVE 'AUDIT TRAIL UNAVAILABLE, NOTHING DONE'
012563              TO MAINT-REPORT-RECORD
012570          WRITE MAINT-REPORT-RECORD
012577          CLOSE MAINT-REPORT-FILE
012584          MOVE 8 TO RETURN-CODE
012591          GO TO PROGRAM-DONE.
012600      OPEN INPUT REQUEST-FILE.
012700      IF REQUEST-STATUS NOT = '00'
012800          DISPLAY 'DDACATM-W002 REQUEST FILE NOT FOUND, '
013100              TO MAINT-REPORT-RECORD
013200          WRITE MAINT-REPORT-RECORD
013300          CLOSE MAINT-REPORT-FILE
013350          CLOSE AUDIT-FILE
013400          MOVE 8 TO RETURN-CODE
013500          GO TO PROGRAM-DONE.
013600      OPEN I-O CATALOG-FILE.
014100          WRITE MAINT-REPORT-RECORD
014200          CLOSE REQUEST-FILE
014300          CLOSE MAINT-REPORT-FILE
014350          CLOSE AUDIT-FILE
014400          MOVE 8 TO RETURN-CODE
014500          GO TO PROGRAM-DONE.
014510      OPEN I-O LINEAGE-FILE.
014520      IF LINEAGE-STATUS = '00'
014530          MOVE 'Y' TO LINEAGE-OPEN-SW.
014600 REQUEST-LOOP.
014700      READ REQUEST-FILE
014800          AT END MOVE 'Y' TO REQUEST-EOF-SW.
014900      IF REQUEST-IS-EOF GO TO REQUEST-LOOP-END.
015000      IF REQUEST-RECORD = SPACES GO TO REQUEST-LOOP.
015007*-----A COMMAND THAT TAKES ENTRIES OUT MUST SAY WHO ASKED FOR IT.
015014      IF (REQ-VERB = 'PURGE' OR REQ-VERB = 'DELETE')
015021          AND REQ-USER-ID = SPACES
015028          MOVE SPACES TO WS-RPT-LINE
015035          STRING 'NO USER ID, IGNORED: ' DELIMITED BY SIZE
015042              REQ-VERB DELIMITED BY SPACE
015049              ' ' DELIMITED BY SIZE
015056              REQ-OPERAND DELIMITED BY SIZE
015063              INTO WS-RPT-LINE
015070          WRITE MAINT-REPORT-RECORD FROM WS-RPT-LINE
015077          MOVE 'Y' TO RUN-TROUBLE-SW
015084          GO TO REQUEST-LOOP.
015100      IF REQ-VERB = 'PURGE'
015200          PERFORM PURGE-BY-AGE THRU PURGE-BY-AGE-EXIT
015300          GO TO REQUEST-LOOP.
016700 REQUEST-LOOP-END.
016800      CLOSE REQUEST-FILE.
016900      CLOSE CATALOG-FILE.
016905      CLOSE AUDIT-FILE.
016910      IF LINEAGE-IS-OPEN
016920          CLOSE LINEAGE-FILE.
017000      CLOSE MAINT-REPORT-FILE.
017100      IF RUN-HAD-TROUBLE
017200          MOVE 8 TO RETURN-CODE.
018800          MOVE 'Y' TO RUN-TROUBLE-SW
018900          GO TO PURGE-BY-AGE-EXIT.
019000      MOVE 0 TO PURGED-CNT.
019010      MOVE 0 TO KEPT-CNT.
019020      MOVE SPACES TO PROTECT-NAME.
019040      MOVE SPACES TO AUDIT-KEY-NAME.
019060      MOVE 0 TO AUDIT-SEEN-CNT.
019080      MOVE 0 TO AUDIT-DROP-CNT.
019100      MOVE 'N' TO CATALOG-EOF-SW.
019200      MOVE LOW-VALUES TO CAT-ENTRY-KEY.
019300      START CATALOG-FILE KEY NOT < CAT-ENTRY-KEY
019700      READ CATALOG-FILE NEXT RECORD
019800          AT END MOVE 'Y' TO CATALOG-EOF-SW.
019900      IF CATALOG-IS-EOF GO TO PURGE-SCAN-DONE.
019920      IF CAT-DRAWING-NAME NOT = AUDIT-KEY-NAME
019940          PERFORM AUDIT-PURGED-DRAWING
019960          MOVE CAT-DRAWING-NAME TO AUDIT-KEY-NAME.
019980      ADD 1 TO AUDIT-SEEN-CNT.
020000      IF CAT-RUN-DATE NOT < REQ-CUTOFF-DATE
020010          GO TO PURGE-SCAN-LOOP.
020020*-----FIRST ENTRY DUE TO GO FOR THIS NAME: LOOK UP ITS NEWEST
020030*-----APPROVED GENERATION, THEN READ THE ENTRY BACK BY KEY SO
020040*-----THE RECORD AREA AND THE SCAN POSITION ARE AS THEY WERE.
020050      IF CAT-DRAWING-NAME NOT = PROTECT-NAME
020060          MOVE CAT-ENTRY-KEY TO SAVE-ENTRY-KEY
020070          PERFORM FIND-PROTECTED-GEN THRU FIND-PROTECTED-GEN-EXIT
020080          MOVE SAVE-ENTRY-KEY TO CAT-ENTRY-KEY
020090          READ CATALOG-FILE
020100              INVALID KEY MOVE 'Y' TO CATALOG-EOF-SW.
020110      IF CATALOG-IS-EOF GO TO PURGE-SCAN-DONE.
020120      IF CAT-GENERATION = PROTECT-GEN
020130          ADD 1 TO KEPT-CNT
020140          GO TO PURGE-SCAN-LOOP.
020150      PERFORM DROP-LINEAGE-GEN THRU DROP-LINEAGE-GEN-EXIT.
020160      DELETE CATALOG-FILE RECORD.
020200      ADD 1 TO PURGED-CNT.
020250      ADD 1 TO AUDIT-DROP-CNT.
020300      GO TO PURGE-SCAN-LOOP.
020400 PURGE-SCAN-DONE.
020450      PERFORM AUDIT-PURGED-DRAWING.
020500      COMPUTE WS-SPACE-FREED = PURGED-CNT * CAT-RECORD-LENGTH.
020600      MOVE SPACES TO WS-RPT-LINE.
020700      MOVE PURGED-CNT TO WS-RPT-NUM-ED.
021500          ' BYTES FREED' DELIMITED BY SIZE
021600          INTO WS-RPT-LINE.
021700      WRITE MAINT-REPORT-RECORD FROM WS-RPT-LINE.
021710      IF KEPT-CNT = 0
021720          GO TO PURGE-BY-AGE-EXIT.
021730      MOVE SPACES TO WS-RPT-LINE.
021740      MOVE KEPT-CNT TO WS-RPT-NUM-ED.
021750      STRING '  KEPT ' DELIMITED BY SIZE
021760          WS-RPT-NUM-ED DELIMITED BY SIZE
021770          ' NEWEST APPROVED GENERATIONS' DELIMITED BY SIZE
021780          ' OLDER THAN THE CUTOFF' DELIMITED BY SIZE
021790          INTO WS-RPT-LINE.
021795      WRITE MAINT-REPORT-RECORD FROM WS-RPT-LINE.
021800 PURGE-BY-AGE-EXIT.
021900      EXIT.
022000
022100*-----DELETES EVERY GENERATION OF THE ENTRY NAMED ON THE REQUEST
022200*-----RECORD. A NAME NOT IN THE CATALOG AT ALL IS REPORTED AND
022300*-----FLAGS THE RUN, SO A MISKEYED DELETE CANNOT PASS SILENTLY.
022310*-----THE NEWEST APPROVED GENERATION STAYS BEHIND AND IS
022320*-----REPORTED AS KEPT.
022400 DELETE-BY-NAME.
022410      MOVE 0 TO PURGED-CNT.
022411      MOVE 0 TO KEPT-CNT.
022412      MOVE REQ-OPERAND TO CAT-DRAWING-NAME.
022413      PERFORM FIND-PROTECTED-GEN THRU FIND-PROTECTED-GEN-EXIT.
022420      MOVE 'N' TO CATALOG-EOF-SW.
022500      MOVE REQ-OPERAND TO CAT-DRAWING-NAME.
022510      MOVE 0 TO CAT-GENERATION.
022580      IF CATALOG-IS-EOF GO TO DELETE-NAME-DONE.
022590      IF CAT-DRAWING-NAME NOT = REQ-OPERAND
022600          GO TO DELETE-NAME-DONE.
022601      IF CAT-GENERATION = PROTECT-GEN
022602          ADD 1 TO KEPT-CNT
022603          GO TO DELETE-NAME-LOOP.
022605      PERFORM DROP-LINEAGE-GEN THRU DROP-LINEAGE-GEN-EXIT.
022610      DELETE CATALOG-FILE RECORD.
022620      ADD 1 TO PURGED-CNT.
022630      GO TO DELETE-NAME-LOOP.
022640 DELETE-NAME-DONE.
022650      IF PURGED-CNT = 0 AND KEPT-CNT = 0
022700          MOVE SPACES TO WS-RPT-LINE
022800          STRING 'DELETE FAILED, NOT IN CATALOG: '
023000              DELIMITED BY SIZE
023400          MOVE 'Y' TO RUN-TROUBLE-SW
023500          GO TO DELETE-BY-NAME-EXIT.
023600      MOVE SPACES TO WS-RPT-LINE.
023607      IF PURGED-CNT > 0
023614          MOVE 'DELETE' TO AUDIT-ACTION
023621          MOVE REQ-OPERAND TO AUDIT-KEY-NAME
023628          ADD PURGED-CNT KEPT-CNT GIVING AUDIT-BEFORE-CNT
023635          MOVE KEPT-CNT TO AUDIT-AFTER-CNT
023642          PERFORM WRITE-AUDIT-ENTRY.
023650      MOVE PURGED-CNT TO WS-RPT-NUM-ED.
023700      STRING 'DELETED: ' DELIMITED BY SIZE
023800          REQ-OPERAND DELIMITED BY SIZE
023870          ' GENERATIONS)' DELIMITED BY SIZE
023900          INTO WS-RPT-LINE.
024000      WRITE MAINT-REPORT-RECORD FROM WS-RPT-LINE.
024010      IF KEPT-CNT = 0
024020          GO TO DELETE-BY-NAME-EXIT.
024030      MOVE SPACES TO WS-RPT-LINE.
024040      MOVE PROTECT-GEN TO WS-RPT-NUM-ED.
024050      STRING '  KEPT APPROVED GENERATION ' DELIMITED BY SIZE
024060          WS-RPT-NUM-ED DELIMITED BY SIZE
024070          ': ' DELIMITED BY SIZE
024080          REQ-OPERAND DELIMITED BY SIZE
024090          INTO WS-RPT-LINE.
024095      WRITE MAINT-REPORT-RECORD FROM WS-RPT-LINE.
024100 DELETE-BY-NAME-EXIT.
024200      EXIT.
024300
031600 TALLY-RUN-MONTH-EXIT.
031700      EXIT.
031800
031800
031900*-----DROPS THE LINEAGE ENTRIES FILED UNDER THE CATALOG ENTRY
032000*-----JUST READ (THE ONE ABOUT TO BE DELETED). THE LINEAGE FILE
032100*-----HAS ITS OWN KEY POSITION, SO THE CATALOG SCAN CARRIES ON
032200*-----FROM WHERE IT WAS.
032300 DROP-LINEAGE-GEN.
032400      IF NOT LINEAGE-IS-OPEN
032500          GO TO DROP-LINEAGE-GEN-EXIT.
032600      MOVE CAT-DRAWING-NAME TO DROP-DRAWING-NAME.
032700      MOVE CAT-GENERATION TO DROP-GENERATION.
032800      MOVE DROP-DRAWING-NAME TO LIN-DRAWING-NAME.
032900      MOVE DROP-GENERATION TO LIN-GENERATION.
033000      MOVE 0 TO LIN-SEQ.
033100      MOVE 'N' TO LIN-SCAN-EOF-SW.
033200      START LINEAGE-FILE KEY NOT < LIN-ENTRY-KEY
033300          INVALID KEY MOVE 'Y' TO LIN-SCAN-EOF-SW.
033400 DROP-LINEAGE-LOOP.
033500      IF LIN-SCAN-DONE GO TO DROP-LINEAGE-GEN-EXIT.
033600      READ LINEAGE-FILE NEXT RECORD
033700          AT END MOVE 'Y' TO LIN-SCAN-EOF-SW.
033800      IF LIN-SCAN-DONE GO TO DROP-LINEAGE-GEN-EXIT.
033900      IF LIN-DRAWING-NAME NOT = DROP-DRAWING-NAME
034000          OR LIN-GENERATION NOT = DROP-GENERATION
034100          GO TO DROP-LINEAGE-GEN-EXIT.
034200      DELETE LINEAGE-FILE RECORD.
034300      GO TO DROP-LINEAGE-LOOP.
034400 DROP-LINEAGE-GEN-EXIT.
034500      EXIT.
034500
034600*-----FINDS THE NEWEST APPROVED GENERATION OF THE DRAWING NAMED
034700*-----IN THE RECORD AREA AND LEAVES IT IN PROTECT-GEN (ZERO WHEN
034800*-----NONE IS APPROVED). THE SCAN MOVES THE CATALOG POSITION --
034900*-----A CALLER IN THE MIDDLE OF A SCAN MUST RE-ESTABLISH IT.
035000 FIND-PROTECTED-GEN.
035100      MOVE CAT-DRAWING-NAME TO PROTECT-NAME.
035200      MOVE 0 TO PROTECT-GEN.
035300      MOVE 0 TO CAT-GENERATION.
035400      MOVE 'N' TO PROTECT-SCAN-EOF-SW.
035500      START CATALOG-FILE KEY NOT < CAT-ENTRY-KEY
035600          INVALID KEY MOVE 'Y' TO PROTECT-SCAN-EOF-SW.
035700 PROTECT-SCAN-LOOP.
035800      IF PROTECT-SCAN-DONE GO TO FIND-PROTECTED-GEN-EXIT.
035900      READ CATALOG-FILE NEXT RECORD
036000          AT END MOVE 'Y' TO PROTECT-SCAN-EOF-SW.
036100      IF PROTECT-SCAN-DONE GO TO FIND-PROTECTED-GEN-EXIT.
036200      IF CAT-DRAWING-NAME NOT = PROTECT-NAME
036300          GO TO FIND-PROTECTED-GEN-EXIT.
036400      IF CAT-IS-APPROVED
036500          MOVE CAT-GENERATION TO PROTECT-GEN.
036600      GO TO PROTECT-SCAN-LOOP.
036700 FIND-PROTECTED-GEN-EXIT.
036800      EXIT.
036800
036900*-----FILES THE AUDIT ENTRY FOR THE DRAWING THE PURGE SCAN HAS
037000*-----JUST PASSED, WHEN IT LOST ANY GENERATIONS, AND CLEARS THE
037100*-----COUNTS FOR THE NEXT ONE.
037200 AUDIT-PURGED-DRAWING.
037300      IF AUDIT-DROP-CNT > 0
037400          MOVE 'PURGE' TO AUDIT-ACTION
037500          MOVE AUDIT-SEEN-CNT TO AUDIT-BEFORE-CNT
037600          SUBTRACT AUDIT-DROP-CNT FROM AUDIT-SEEN-CNT
037700              GIVING AUDIT-AFTER-CNT
037800          PERFORM WRITE-AUDIT-ENTRY.
037900      MOVE 0 TO AUDIT-SEEN-CNT.
038000      MOVE 0 TO AUDIT-DROP-CNT.
038100
038200*-----APPENDS ONE ENTRY TO THE AUDIT TRAIL FROM THE AUDIT- FIELDS,
038300*-----STAMPED WITH THE TIME IT IS WRITTEN AND THE REQUESTING USER.
038400 WRITE-AUDIT-ENTRY.
038500      ACCEPT AUDIT-DATE-STAMP FROM DATE YYYYMMDD.
038600      ACCEPT AUDIT-TIME-RAW FROM TIME.
038700      MOVE SPACES TO AUDIT-RECORD.
038800      MOVE AUDIT-DATE-STAMP TO AUD-DATE.
038900      MOVE AUDIT-TIME-STAMP TO AUD-TIME.
039000      MOVE 'DDACATM' TO AUD-PROGRAM.
039100      MOVE REQ-USER-ID TO AUD-USER-ID.
039200      MOVE AUDIT-ACTION TO AUD-ACTION.
039300      MOVE AUDIT-KEY-NAME TO AUD-KEY-NAME.
039400      MOVE AUDIT-BEFORE-CNT TO AUD-BEFORE-CNT.
039500      MOVE AUDIT-AFTER-CNT TO AUD-AFTER-CNT.
039600      WRITE AUDIT-RECORD.
