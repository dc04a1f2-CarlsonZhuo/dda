000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DDAAPPRV.
000300*---------------------------------------------------------------
000400* COMPANION TO DDA: RELEASE APPROVAL OF CATALOG GENERATIONS.
000500* EVERY GENERATION DDA ARCHIVES IS FILED AS 'DRAFT'. THIS RUN
000600* SIGNS GENERATIONS OFF AS 'APPROVED' OR TURNS THEM DOWN AS
000700* 'REJECTED', STAMPING THE APPROVER'S ID AND TODAY'S DATE ON
000800* THE CATALOG ENTRY, THEN PRINTS THE APPROVAL REGISTER.
000900*
001000* THE REQUEST FILE apprreq.txt DRIVES THE RUN, ONE COMMAND PER
001100* RECORD, PROCESSED IN ORDER:
001200*     COLS  1-8   'APPROVE' OR 'REJECT'
001300*     COLS  9-48  THE DRAWING NAME (ITS CATALOG KEY)
001400*     COLS 49-51  THE THREE-DIGIT GENERATION, BLANK FOR THE
001500*                 NEWEST ON FILE
001600*     COLS 53-60  THE APPROVER'S ID -- REQUIRED
001700* A MISSING OR EMPTY REQUEST FILE JUST PRINTS THE REGISTER.
001800*
001900* EVERY ACTION AND THE REGISTER GO TO apprrpt.txt. THE REGISTER
002000* LISTS THE WHOLE CATALOG IN THREE SECTIONS -- APPROVED, PENDING
002100* (STILL DRAFT), AND REJECTED -- WITH A COUNT UNDER EACH. THE
002200* RUN ENDS WITH CONDITION CODE 0 WHEN ALL COMMANDS WORKED, 8
002300* WHEN A COMMAND FAILED OR A FILE COULD NOT BE OPENED.
002400*
002500* THE NEWEST APPROVED GENERATION OF A DRAWING IS NEVER PRUNED
002600* BY DDA NOR PURGED OR DELETED BY DDACATM, AND IS WHAT THE
002700* '*APPROVED' SIDE OF A DDACOMP COMPARISON FETCHES.
002800*
002816* EVERY STATUS CHANGE ALSO GETS AN ENTRY IN THE SHARED
002832* APPEND-ONLY AUDIT TRAIL audit.txt -- WHO SIGNED WHICH
002848* GENERATION OFF, AND ITS STATUS BEFORE AND AFTER. AN AUDIT TRAIL
002864* THAT CANNOT BE OPENED STOPS THE RUN BEFORE ANY CATALOG CHANGE.
002880*
002900* THE CATALOG RECORD LAYOUT IS ALSO CODED IN DDA, DDACAT,
002940* DDACATM, DDACOMP, DDAXFER, AND DDAIMPCT -- ALL SEVEN MUST BE
002980* KEPT IN STEP. THE AUDIT RECORD LAYOUT IS ALSO CODED IN DDA,
003020* DDACATM, DDASHLIB, DDACAT, DDAXFER, AND DDAAUDIT -- ALL SEVEN
003060* MUST BE KEPT IN STEP.
003100*---------------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT CATALOG-FILE
003700          ASSIGN TO "catalog.dat"
003800          ORGANIZATION IS INDEXED
003900          ACCESS MODE IS DYNAMIC
004000          RECORD KEY IS CAT-ENTRY-KEY
004100          FILE STATUS IS CATALOG-STATUS.
004200
004300     SELECT REQUEST-FILE
004400          ASSIGN TO DISK
004500          ORGANIZATION IS LINE SEQUENTIAL
004600          FILE STATUS IS REQUEST-STATUS.
004700
004800     SELECT APPROVAL-REPORT-FILE
004900          ASSIGN TO DISK
005000          ORGANIZATION IS LINE SEQUENTIAL
005100          FILE STATUS IS APPROVAL-REPORT-STATUS.
005116
005132     SELECT AUDIT-FILE
005148          ASSIGN TO DISK
005164          ORGANIZATION IS LINE SEQUENTIAL
005180          FILE STATUS IS AUDIT-STATUS.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  CATALOG-FILE
005600     LABEL RECORDS ARE STANDARD.
005700 01  CATALOG-RECORD.
005800     03  CAT-ENTRY-KEY.
005900         05  CAT-DRAWING-NAME        PIC X(40).
006000         05  CAT-GENERATION          PIC 9(3).
006100     03  CAT-RUN-DATE                PIC X(8).
006200     03  CAT-CANVAS-ROWS             PIC 9(3).
006300     03  CAT-CANVAS-COLS             PIC 9(3).
006400     03  CAT-BBOX-MIN-X              PIC 9(3).
006500     03  CAT-BBOX-MAX-X              PIC 9(3).
006600     03  CAT-BBOX-MIN-Y              PIC 9(3).
006700     03  CAT-BBOX-MAX-Y              PIC 9(3).
006800     03  CAT-LINES-CNT               PIC 9(5).
006900     03  CAT-STEEP-CNT               PIC 9(5).
007000     03  CAT-SHALLOW-CNT             PIC 9(5).
007100     03  CAT-TITLE                   PIC X(60).
007200*-----RELEASE STATUS: 'DRAFT' WHEN THE GENERATION IS ARCHIVED,
007300*-----THEN 'APPROVED' OR 'REJECTED' BY DDAAPPRV, WHICH ALSO
007400*-----STAMPS WHO SIGNED IT OFF AND WHEN (yyyymmdd).
007500     03  CAT-RELEASE-STATUS          PIC X(8).
007600         88 CAT-IS-APPROVED               VALUE 'APPROVED'.
007700     03  CAT-APPROVER-ID             PIC X(8).
007800     03  CAT-APPROVAL-DATE           PIC X(8).
007900     03  CAT-BUFFER                  PIC X(40000).
008000
008100 FD  REQUEST-FILE
008200     LABEL RECORDS ARE STANDARD
008300     VALUE OF FILE-ID IS "apprreq.txt".
008400 01  REQUEST-RECORD.
008500     03  REQ-VERB                    PIC X(8).
008600     03  REQ-NAME                    PIC X(40).
008700     03  REQ-GENERATION              PIC X(3).
008800     03  FILLER                      PIC X(01).
008900     03  REQ-APPROVER-ID             PIC X(8).
009000
009100 FD  APPROVAL-REPORT-FILE
009200     LABEL RECORDS ARE STANDARD
009300     VALUE OF FILE-ID IS "apprrpt.txt".
009400 01  APPROVAL-REPORT-RECORD          PIC X(132).
009500
009503*-----ONE AUDIT TRAIL ENTRY: WHEN, WHICH PROGRAM, WHO ASKED,
009506*-----WHAT WAS DONE, TO WHICH KEY (THE GENERATION WHEN ONE ENTRY
009509*-----IS MEANT, BLANK FOR THE NAME AS A WHOLE), AND HOW MANY
009512*-----RECORDS THE KEY HAD BEFORE AND AFTER -- AND, WHEN THE
009515*-----ENTRY CHANGES A GENERATION'S RELEASE STATUS, THE STATUS
009518*-----BEFORE AND AFTER (BLANK OTHERWISE).
009521 FD  AUDIT-FILE
009524     LABEL RECORDS ARE STANDARD
009527     VALUE OF FILE-ID IS "audit.txt".
009530 01  AUDIT-RECORD.
009533     03  AUD-DATE                    PIC X(8).
009536     03  FILLER                      PIC X(01).
009539     03  AUD-TIME                    PIC X(6).
009542     03  FILLER                      PIC X(01).
009545     03  AUD-PROGRAM                 PIC X(8).
009548     03  FILLER                      PIC X(01).
009551     03  AUD-USER-ID                 PIC X(8).
009554     03  FILLER                      PIC X(01).
009557     03  AUD-ACTION                  PIC X(8).
009560     03  FILLER                      PIC X(01).
009563     03  AUD-KEY-NAME                PIC X(40).
009566     03  FILLER                      PIC X(01).
009569     03  AUD-KEY-GEN                 PIC X(3).
009572     03  FILLER                      PIC X(01).
009575     03  AUD-BEFORE-CNT              PIC 9(5).
009578     03  FILLER                      PIC X(01).
009581     03  AUD-AFTER-CNT               PIC 9(5).
009584     03  FILLER                      PIC X(01).
009587     03  AUD-BEFORE-STATUS           PIC X(8).
009590     03  FILLER                      PIC X(01).
009593     03  AUD-AFTER-STATUS            PIC X(8).
009596
009600 WORKING-STORAGE SECTION.
009700 01  CATALOG-STATUS                  PIC XX.
009800 01  REQUEST-STATUS                  PIC XX.
009900 01  APPROVAL-REPORT-STATUS          PIC XX.
009950 01  AUDIT-STATUS                    PIC XX.
010000 01  REQUEST-EOF-SW                  PIC X VALUE 'N'.
010100     88 REQUEST-IS-EOF                    VALUE 'Y'.
010200 01  CATALOG-EOF-SW                  PIC X VALUE 'N'.
010300     88 CATALOG-IS-EOF                    VALUE 'Y'.
010400 01  RUN-TROUBLE-SW                  PIC X VALUE 'N'.
010500     88 RUN-HAD-TROUBLE                  VALUE 'Y'.
010600 01  RUN-DATE-STAMP                  PIC X(8).
010700* THE GENERATION A COMMAND ACTS ON, AND THE STATUS IT HAD BEFORE.
010800 01  APPR-GENERATION                 PIC 9(3).
010900 01  APPR-OLD-STATUS                 PIC X(8).
011000 01  APPR-NEW-STATUS                 PIC X(8).
011020* THE CLOCK READING FOR THE AUDIT ENTRY (HHMMSS AND HUNDREDTHS).
011040 01  AUDIT-TIME-RAW.
011060     03 AUDIT-TIME-STAMP             PIC X(6).
011080     03 FILLER                       PIC X(2).
011100* THE REGISTER SECTION BEING PRINTED ('APPROVED', 'PENDING', OR
011200* 'REJECTED'), THE SECTION THE ENTRY JUST READ BELONGS TO, AND
011300* THE SECTION'S COUNT.
011400 01  REG-WANT-CLASS                  PIC X(8).
011500 01  REG-ENTRY-CLASS                 PIC X(8).
011600 01  REG-SECTION-CNT                 PIC 9(5).
011700* REPORT LINE WORK AREAS, SAME STRING-INTO SCHEME AS DDA'S
011800* SUMMARY REPORT LINES.
011900 01  WS-RPT-LINE                     PIC X(132).
012000 01  WS-RPT-NUM-ED                   PIC ZZZZ9.
012100 01  WS-RPT-GEN-ED                   PIC 999.
012200 01  REGISTER-COLUMNS.
012300     03 FILLER                       PIC X(41) VALUE 'DRAWING'.
012400     03 FILLER                       PIC X(04) VALUE 'GEN'.
012500     03 FILLER                       PIC X(09) VALUE 'RUN'.
012600     03 FILLER                       PIC X(09) VALUE 'STATUS'.
012700     03 FILLER                       PIC X(09) VALUE 'BY'.
012800     03 FILLER                       PIC X(09) VALUE 'ON'.
012900     03 FILLER                       PIC X(05) VALUE 'TITLE'.
013000 01  REGISTER-DETAIL.
013100     03 RD-DRAWING-NAME              PIC X(40).
013200     03 FILLER                       PIC X(01) VALUE SPACE.
013300     03 RD-GENERATION                PIC ZZ9.
013400     03 FILLER                       PIC X(01) VALUE SPACE.
013500     03 RD-RUN-DATE                  PIC X(8).
013600     03 FILLER                       PIC X(01) VALUE SPACE.
013700     03 RD-RELEASE-STATUS            PIC X(8).
013800     03 FILLER                       PIC X(01) VALUE SPACE.
013900     03 RD-APPROVER-ID               PIC X(8).
014000     03 FILLER                       PIC X(01) VALUE SPACE.
014100     03 RD-APPROVAL-DATE             PIC X(8).
014200     03 FILLER                       PIC X(01) VALUE SPACE.
014300     03 RD-TITLE                     PIC X(50).
014400
014500 PROCEDURE DIVISION.
014600 MAIN-LOGIC SECTION.
014700 PROGRAM-BEGIN.
014800      OPEN OUTPUT APPROVAL-REPORT-FILE.
014900      IF APPROVAL-REPORT-STATUS NOT = '00'
015000          DISPLAY 'DDAAPPRV-W001 CANNOT OPEN APPROVAL REPORT'
015100          MOVE 8 TO RETURN-CODE
015200          GO TO PROGRAM-DONE.
015300      OPEN I-O CATALOG-FILE.
015400      IF CATALOG-STATUS NOT = '00'
015500          DISPLAY 'DDAAPPRV-W002 CATALOG NOT FOUND, NOTHING TO DO'
015600          MOVE 'CATALOG NOT FOUND, NOTHING DONE'
015700              TO APPROVAL-REPORT-RECORD
015800          WRITE APPROVAL-REPORT-RECORD
015900          CLOSE APPROVAL-REPORT-FILE
016000          MOVE 8 TO RETURN-CODE
016100          GO TO PROGRAM-DONE.
016106      OPEN EXTEND AUDIT-FILE.
016112*-----STATUS 35 MEANS NO AUDIT TRAIL YET -- START ONE.
016118      IF AUDIT-STATUS = '35'
016124          OPEN OUTPUT AUDIT-FILE.
016130      IF AUDIT-STATUS NOT = '00'
016136          DISPLAY 'DDAAPPRV-W003 AUDIT TRAIL UNAVAILABLE, '
016142              'NOTHING TO DO'
016148          MOVE 'AUDIT TRAIL UNAVAILABLE, NOTHING DONE'
016154              TO APPROVAL-REPORT-RECORD
016160          WRITE APPROVAL-REPORT-RECORD
016166          CLOSE CATALOG-FILE
016172          CLOSE APPROVAL-REPORT-FILE
016178          MOVE 8 TO RETURN-CODE
016184          GO TO PROGRAM-DONE.
016200      ACCEPT RUN-DATE-STAMP FROM DATE YYYYMMDD.
016300      OPEN INPUT REQUEST-FILE.
016400      IF REQUEST-STATUS NOT = '00'
016500          MOVE 'NO REQUEST FILE, REGISTER ONLY'
016600              TO APPROVAL-REPORT-RECORD
016700          WRITE APPROVAL-REPORT-RECORD
016800          GO TO PRINT-THE-REGISTER.
016900 REQUEST-LOOP.
017000      READ REQUEST-FILE
017100          AT END MOVE 'Y' TO REQUEST-EOF-SW.
017200      IF REQUEST-IS-EOF GO TO REQUEST-LOOP-END.
017300      IF REQUEST-RECORD = SPACES GO TO REQUEST-LOOP.
017400      IF REQ-VERB = 'APPROVE' OR REQ-VERB = 'REJECT'
017500          PERFORM SET-RELEASE-STATUS THRU SET-RELEASE-STATUS-EXIT
017600          GO TO REQUEST-LOOP.
017700      MOVE SPACES TO WS-RPT-LINE.
017800      STRING 'UNKNOWN COMMAND IGNORED: ' DELIMITED BY SIZE
017900          REQ-VERB DELIMITED BY SIZE
018000          INTO WS-RPT-LINE.
018100      WRITE APPROVAL-REPORT-RECORD FROM WS-RPT-LINE.
018200      MOVE 'Y' TO RUN-TROUBLE-SW.
018300      GO TO REQUEST-LOOP.
018400 REQUEST-LOOP-END.
018500      CLOSE REQUEST-FILE.
018600 PRINT-THE-REGISTER.
018700      MOVE 'APPROVED' TO REG-WANT-CLASS.
018800      PERFORM PRINT-REGISTER-SECTION
018900          THRU PRINT-REGISTER-SECTION-EXIT.
019000      MOVE 'PENDING' TO REG-WANT-CLASS.
019100      PERFORM PRINT-REGISTER-SECTION
019200          THRU PRINT-REGISTER-SECTION-EXIT.
019300      MOVE 'REJECTED' TO REG-WANT-CLASS.
019400      PERFORM PRINT-REGISTER-SECTION
019500          THRU PRINT-REGISTER-SECTION-EXIT.
019550      CLOSE AUDIT-FILE.
019600      CLOSE CATALOG-FILE.
019700      CLOSE APPROVAL-REPORT-FILE.
019800      IF RUN-HAD-TROUBLE
019900          MOVE 8 TO RETURN-CODE.
020000 PROGRAM-DONE.
020100      STOP RUN.
020200
020300*===============================================================
020400*-----------------------UTILITY PARAGRAPH-----------------------
020500*===============================================================
020600*-----APPLIES ONE APPROVE OR REJECT COMMAND TO THE GENERATION IT
020700*-----NAMES (THE NEWEST WHEN IT NAMES NONE) AND REPORTS THE STATUS
020766*-----CHANGE ON THE REPORT AND THE AUDIT TRAIL. A COMMAND WITH NO
020832*-----APPROVER, A BAD GENERATION, OR NO SUCH ENTRY IS REPORTED
020900*-----AND FLAGS THE RUN, SO A MISKEYED SIGN-OFF CANNOT PASS
021000*-----SILENTLY.
021100 SET-RELEASE-STATUS.
021200      IF REQ-APPROVER-ID = SPACES
021300          MOVE SPACES TO WS-RPT-LINE
021400          STRING 'NO APPROVER ID, IGNORED: ' DELIMITED BY SIZE
021500              REQ-VERB DELIMITED BY SIZE
021600              REQ-NAME DELIMITED BY SIZE
021700              INTO WS-RPT-LINE
021800          WRITE APPROVAL-REPORT-RECORD FROM WS-RPT-LINE
021900          MOVE 'Y' TO RUN-TROUBLE-SW
022000          GO TO SET-RELEASE-STATUS-EXIT.
022100      IF REQ-GENERATION = SPACES
022200          PERFORM FIND-NEWEST-GEN THRU FIND-NEWEST-GEN-EXIT
022300          GO TO SET-READ-ENTRY.
022400      IF REQ-GENERATION NOT NUMERIC
022500          MOVE SPACES TO WS-RPT-LINE
022600          STRING 'BAD GENERATION, IGNORED: ' DELIMITED BY SIZE
022700              REQ-VERB DELIMITED BY SIZE
022800              REQ-NAME DELIMITED BY SIZE
022900              ' ' DELIMITED BY SIZE
023000              REQ-GENERATION DELIMITED BY SIZE
023100              INTO WS-RPT-LINE
023200          WRITE APPROVAL-REPORT-RECORD FROM WS-RPT-LINE
023300          MOVE 'Y' TO RUN-TROUBLE-SW
023400          GO TO SET-RELEASE-STATUS-EXIT.
023500      MOVE REQ-GENERATION TO APPR-GENERATION.
023600 SET-READ-ENTRY.
023700      MOVE REQ-NAME TO CAT-DRAWING-NAME.
023800      MOVE APPR-GENERATION TO CAT-GENERATION.
023900      READ CATALOG-FILE
024000          INVALID KEY MOVE 0 TO APPR-GENERATION.
024100      IF APPR-GENERATION = 0
024200          MOVE SPACES TO WS-RPT-LINE
024300          STRING 'NOT IN CATALOG, IGNORED: ' DELIMITED BY SIZE
024400              REQ-VERB DELIMITED BY SIZE
024500              REQ-NAME DELIMITED BY SIZE
024600              ' ' DELIMITED BY SIZE
024700              REQ-GENERATION DELIMITED BY SIZE
024800              INTO WS-RPT-LINE
024900          WRITE APPROVAL-REPORT-RECORD FROM WS-RPT-LINE
025000          MOVE 'Y' TO RUN-TROUBLE-SW
025100          GO TO SET-RELEASE-STATUS-EXIT.
025200      MOVE CAT-RELEASE-STATUS TO APPR-OLD-STATUS.
025300      IF REQ-VERB = 'APPROVE'
025400          MOVE 'APPROVED' TO APPR-NEW-STATUS
025500      ELSE
025600          MOVE 'REJECTED' TO APPR-NEW-STATUS.
025700      MOVE APPR-NEW-STATUS TO CAT-RELEASE-STATUS.
025800      MOVE REQ-APPROVER-ID TO CAT-APPROVER-ID.
025900      MOVE RUN-DATE-STAMP TO CAT-APPROVAL-DATE.
026000      REWRITE CATALOG-RECORD
026100          INVALID KEY
026200          MOVE SPACES TO WS-RPT-LINE
026300          STRING 'CATALOG UPDATE FAILED: ' DELIMITED BY SIZE
026400              REQ-NAME DELIMITED BY SIZE
026500              INTO WS-RPT-LINE
026600          WRITE APPROVAL-REPORT-RECORD FROM WS-RPT-LINE
026700          MOVE 'Y' TO RUN-TROUBLE-SW
026800          GO TO SET-RELEASE-STATUS-EXIT.
026900      MOVE SPACES TO WS-RPT-LINE.
027000      MOVE APPR-GENERATION TO WS-RPT-GEN-ED.
027100      STRING APPR-NEW-STATUS DELIMITED BY SPACE
027200          ': ' DELIMITED BY SIZE
027300          REQ-NAME DELIMITED BY SPACE
027400          ' GEN ' DELIMITED BY SIZE
027500          WS-RPT-GEN-ED DELIMITED BY SIZE
027600          ' BY ' DELIMITED BY SIZE
027700          REQ-APPROVER-ID DELIMITED BY SPACE
027800          ' (WAS ' DELIMITED BY SIZE
027900          APPR-OLD-STATUS DELIMITED BY SPACE
028000          ')' DELIMITED BY SIZE
028100          INTO WS-RPT-LINE.
028200      WRITE APPROVAL-REPORT-RECORD FROM WS-RPT-LINE.
028250      PERFORM WRITE-AUDIT-ENTRY.
028300 SET-RELEASE-STATUS-EXIT.
028400      EXIT.
028500
028505*-----APPENDS THE AUDIT ENTRY FOR THE STATUS CHANGE JUST MADE: THE
028510*-----COMMAND IS THE ACTION, THE APPROVER IS WHO ASKED, AND ONE
028515*-----GENERATION WAS ON FILE BEFORE AND AFTER.
028520 WRITE-AUDIT-ENTRY.
028525      ACCEPT AUDIT-TIME-RAW FROM TIME.
028530      MOVE SPACES TO AUDIT-RECORD.
028535      MOVE RUN-DATE-STAMP TO AUD-DATE.
028540      MOVE AUDIT-TIME-STAMP TO AUD-TIME.
028545      MOVE 'DDAAPPRV' TO AUD-PROGRAM.
028550      MOVE REQ-APPROVER-ID TO AUD-USER-ID.
028555      MOVE REQ-VERB TO AUD-ACTION.
028560      MOVE REQ-NAME TO AUD-KEY-NAME.
028565      MOVE APPR-GENERATION TO AUD-KEY-GEN.
028570      MOVE 1 TO AUD-BEFORE-CNT.
028575      MOVE 1 TO AUD-AFTER-CNT.
028580      MOVE APPR-OLD-STATUS TO AUD-BEFORE-STATUS.
028585      MOVE APPR-NEW-STATUS TO AUD-AFTER-STATUS.
028590      WRITE AUDIT-RECORD.
028600*-----FINDS THE NEWEST GENERATION ON FILE FOR THE DRAWING NAMED
028700*-----ON THE REQUEST. GENERATIONS ARRIVE OLDEST FIRST, SO THE LAST
028800*-----ONE READ UNDER THE NAME IS THE NEWEST; ZERO MEANS NONE.
028900 FIND-NEWEST-GEN.
029000      MOVE 0 TO APPR-GENERATION.
029100      MOVE 'N' TO CATALOG-EOF-SW.
029200      MOVE REQ-NAME TO CAT-DRAWING-NAME.
029300      MOVE 0 TO CAT-GENERATION.
029400      START CATALOG-FILE KEY NOT < CAT-ENTRY-KEY
029500          INVALID KEY MOVE 'Y' TO CATALOG-EOF-SW.
029600 NEWEST-SCAN-LOOP.
029700      IF CATALOG-IS-EOF GO TO FIND-NEWEST-GEN-EXIT.
029800      READ CATALOG-FILE NEXT RECORD
029900          AT END MOVE 'Y' TO CATALOG-EOF-SW.
030000      IF CATALOG-IS-EOF GO TO FIND-NEWEST-GEN-EXIT.
030100      IF CAT-DRAWING-NAME NOT = REQ-NAME
030200          GO TO FIND-NEWEST-GEN-EXIT.
030300      MOVE CAT-GENERATION TO APPR-GENERATION.
030400      GO TO NEWEST-SCAN-LOOP.
030500 FIND-NEWEST-GEN-EXIT.
030600      EXIT.
030700
030800*-----WALKS THE WHOLE CATALOG IN KEY ORDER AND PRINTS EVERY ENTRY
030900*-----IN THE REGISTER SECTION ASKED FOR, UNDER A SECTION HEADING
031000*-----AND OVER A COUNT. ANY STATUS BUT APPROVED OR REJECTED IS
031100*-----PENDING -- IT HAS NOT BEEN SIGNED OFF EITHER WAY.
031200 PRINT-REGISTER-SECTION.
031300      MOVE SPACES TO APPROVAL-REPORT-RECORD.
031400      WRITE APPROVAL-REPORT-RECORD.
031500      MOVE SPACES TO WS-RPT-LINE.
031600      STRING 'REGISTER OF ' DELIMITED BY SIZE
031700          REG-WANT-CLASS DELIMITED BY SPACE
031800          ' GENERATIONS AS OF ' DELIMITED BY SIZE
031900          RUN-DATE-STAMP DELIMITED BY SIZE
032000          INTO WS-RPT-LINE.
032100      WRITE APPROVAL-REPORT-RECORD FROM WS-RPT-LINE.
032200      WRITE APPROVAL-REPORT-RECORD FROM REGISTER-COLUMNS.
032300      MOVE 0 TO REG-SECTION-CNT.
032400      MOVE 'N' TO CATALOG-EOF-SW.
032500      MOVE LOW-VALUES TO CAT-ENTRY-KEY.
032600      START CATALOG-FILE KEY NOT < CAT-ENTRY-KEY
032700          INVALID KEY MOVE 'Y' TO CATALOG-EOF-SW.
032800 REGISTER-SCAN-LOOP.
032900      IF CATALOG-IS-EOF GO TO REGISTER-SCAN-DONE.
033000      READ CATALOG-FILE NEXT RECORD
033100          AT END MOVE 'Y' TO CATALOG-EOF-SW.
033200      IF CATALOG-IS-EOF GO TO REGISTER-SCAN-DONE.
033300      MOVE 'PENDING' TO REG-ENTRY-CLASS.
033400      IF CAT-RELEASE-STATUS = 'APPROVED'
033500          OR CAT-RELEASE-STATUS = 'REJECTED'
033600          MOVE CAT-RELEASE-STATUS TO REG-ENTRY-CLASS.
033700      IF REG-ENTRY-CLASS NOT = REG-WANT-CLASS
033800          GO TO REGISTER-SCAN-LOOP.
033900      MOVE CAT-DRAWING-NAME TO RD-DRAWING-NAME.
034000      MOVE CAT-GENERATION TO RD-GENERATION.
034100      MOVE CAT-RUN-DATE TO RD-RUN-DATE.
034200      MOVE CAT-RELEASE-STATUS TO RD-RELEASE-STATUS.
034300      MOVE CAT-APPROVER-ID TO RD-APPROVER-ID.
034400      MOVE CAT-APPROVAL-DATE TO RD-APPROVAL-DATE.
034500      MOVE CAT-TITLE TO RD-TITLE.
034600      WRITE APPROVAL-REPORT-RECORD FROM REGISTER-DETAIL.
034700      ADD 1 TO REG-SECTION-CNT.
034800      GO TO REGISTER-SCAN-LOOP.
034900 REGISTER-SCAN-DONE.
035000      MOVE SPACES TO WS-RPT-LINE.
035100      MOVE REG-SECTION-CNT TO WS-RPT-NUM-ED.
035200      STRING WS-RPT-NUM-ED DELIMITED BY SIZE
035300          ' ' DELIMITED BY SIZE
035400          REG-WANT-CLASS DELIMITED BY SPACE
035500          ' ENTRIES' DELIMITED BY SIZE
035600          INTO WS-RPT-LINE.
035700      WRITE APPROVAL-REPORT-RECORD FROM WS-RPT-LINE.
035800 PRINT-REGISTER-SECTION-EXIT.
035900      EXIT.
