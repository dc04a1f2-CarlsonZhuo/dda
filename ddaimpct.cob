000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DDAIMPCT.
000300*---------------------------------------------------------------
000400* COMPANION TO DDA: IMPACT CHECK OF THE DRAWING LINEAGE. DDA FILES
000500* A LINEAGE WITH EVERY CATALOG GENERATION (lineage.dat) -- THE
000600* BASE DECK, EVERY OVERLAY DECK, EVERY SHAPE INCLUDED WITH ITS
000666* CHANGE DATE AS OF THE RUN, EVERY VECTOR SOURCE READ BACK, AND
000732* THE CONTROL DIRECTIVES THE DRAWING RAN UNDER.
000798* THIS RUN TAKES THE NEWEST GENERATION OF EVERY DRAWING, CONFIRMS
000864* IT IS STILL THE NEWEST IN catalog.dat, AND CHECKS EACH SOURCE
000930* AGAINST WHAT IS ON FILE TODAY:
001000*     SHAPE             - THE CHANGE DATE IN shapelib.dat MUST
001100*                         STILL MATCH, AND THE SHAPE MUST STILL
001200*                         BE IN THE LIBRARY
001300*     BASE/OVERLAY/     - THE FILE MUST STILL BE THERE WITH THE
001400*     VECSRC              SAME RECORD COUNT AND HASH TOTAL
001500* A DRAWING WITH ANY SOURCE CHANGED IS STALE. EVERY STALE DRAWING
001600* AND THE SOURCES THAT MADE IT SO GO ON impctrpt.txt, AND ITS
001650* BASE DECK AND OVERLAY RECORDS GO ON rerunctl.txt, EACH DECK'S
001700* DIRECTIVES AHEAD OF IT AND ITS '*PARMS' RECORDS AFTER IT, LAID
001750* OUT EXACTLY AS control.txt -- COPIED OVER control.txt IT RERUNS
001800* THE STALE DRAWINGS, UNDER THE DIRECTIVES THEY FIRST RAN UNDER,
001850* AND NOTHING ELSE. A STALE DRAWING WHOSE BASE DECK IS GONE IS
001900* REPORTED BUT CANNOT BE RERUN. A DRAWING WHOSE NEWEST LINEAGE
001950* GENERATION IS NOT IN THE CATALOG, OR IS NOT THE NEWEST THERE,
002000* IS REPORTED AS AN EXCEPTION AND NOT CHECKED -- ITS LINEAGE NO
002050* LONGER DESCRIBES WHAT IS ON FILE.
002100*
002200* THE RUN ENDS WITH CONDITION CODE 0 WHEN NOTHING IS STALE, 4
002300* WHEN STALE DRAWINGS WERE FOUND, 8 WHEN A FILE COULD NOT BE
002366* OPENED, A STALE DRAWING CANNOT BE RERUN, OR AN EXCEPTION WAS
002432* REPORTED.
002500*
002600* THE LINEAGE RECORD LAYOUT IS ALSO CODED IN DDA AND DDACATM,
002700* AND THE SHAPE LIBRARY LAYOUT IN DDA AND DDASHLIB -- ALL MUST
002760* BE KEPT IN STEP. THE CATALOG RECORD LAYOUT IS ALSO CODED IN
002820* DDA, DDACAT, DDACATM, DDACOMP, DDAAPPRV, AND DDAXFER -- ALL
002880* SEVEN MUST BE KEPT IN STEP. FINGERPRINT-SOURCE IS ALSO CODED
002940* IN DDA -- THE TWO MUST TAKE THE FINGERPRINT THE SAME WAY.
003000*---------------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003414     SELECT CATALOG-FILE
003428          ASSIGN TO "catalog.dat"
003442          ORGANIZATION IS INDEXED
003456          ACCESS MODE IS DYNAMIC
003470          RECORD KEY IS CAT-ENTRY-KEY
003484          FILE STATUS IS CATALOG-STATUS.
003500     SELECT LINEAGE-FILE
003600          ASSIGN TO "lineage.dat"
003700          ORGANIZATION IS INDEXED
003800          ACCESS MODE IS DYNAMIC
003900          RECORD KEY IS LIN-ENTRY-KEY
004000          FILE STATUS IS LINEAGE-STATUS.
004100
004200     SELECT SHAPE-LIB-FILE
004300          ASSIGN TO "shapelib.dat"
004400          ORGANIZATION IS INDEXED
004500          ACCESS MODE IS DYNAMIC
004600          RECORD KEY IS SHP-ENTRY-KEY
004700          FILE STATUS IS SHAPE-LIB-STATUS.
004800
004900     SELECT SOURCE-DECK-FILE
005000          ASSIGN TO DYNAMIC WS-SOURCE-FILENAME
005100          ORGANIZATION IS LINE SEQUENTIAL
005200          FILE STATUS IS SOURCE-DECK-STATUS.
005300
005400     SELECT IMPACT-REPORT-FILE
005500          ASSIGN TO DISK
005600          ORGANIZATION IS LINE SEQUENTIAL
005700          FILE STATUS IS IMPACT-REPORT-STATUS.
005800
005900     SELECT RERUN-CONTROL-FILE
006000          ASSIGN TO DISK
006100          ORGANIZATION IS LINE SEQUENTIAL
006200          FILE STATUS IS RERUN-CONTROL-STATUS.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
006504 FD  CATALOG-FILE
006508     LABEL RECORDS ARE STANDARD.
006512 01  CATALOG-RECORD.
006516     03  CAT-ENTRY-KEY.
006520         05  CAT-DRAWING-NAME        PIC X(40).
006524         05  CAT-GENERATION          PIC 9(3).
006528     03  CAT-RUN-DATE                PIC X(8).
006532     03  CAT-CANVAS-ROWS             PIC 9(3).
006536     03  CAT-CANVAS-COLS             PIC 9(3).
006540     03  CAT-BBOX-MIN-X              PIC 9(3).
006544     03  CAT-BBOX-MAX-X              PIC 9(3).
006548     03  CAT-BBOX-MIN-Y              PIC 9(3).
006552     03  CAT-BBOX-MAX-Y              PIC 9(3).
006556     03  CAT-LINES-CNT               PIC 9(5).
006560     03  CAT-STEEP-CNT               PIC 9(5).
006564     03  CAT-SHALLOW-CNT             PIC 9(5).
006568     03  CAT-TITLE                   PIC X(60).
006572     03  CAT-RELEASE-STATUS          PIC X(8).
006576         88 CAT-IS-APPROVED               VALUE 'APPROVED'.
006580     03  CAT-APPROVER-ID             PIC X(8).
006584     03  CAT-APPROVAL-DATE           PIC X(8).
006588     03  CAT-BUFFER                  PIC X(40000).
006600 FD  LINEAGE-FILE
006700     LABEL RECORDS ARE STANDARD.
006800 01  LINEAGE-RECORD.
006900     03  LIN-ENTRY-KEY.
007000         05  LIN-DRAWING-NAME        PIC X(40).
007100         05  LIN-GENERATION          PIC 9(3).
007200         05  LIN-SEQ                 PIC 9(3).
007300     03  LIN-SOURCE-TYPE             PIC X(7).
007400     03  LIN-SOURCE-NAME             PIC X(40).
007500     03  LIN-SHAPE-DATE              PIC X(8).
007600     03  LIN-SOURCE-RECS             PIC 9(5).
007700     03  LIN-SOURCE-HASH             PIC 9(18).
007800     03  LIN-RUN-DATE                PIC X(8).
007811*-----ALTERNATE VIEW OF LINEAGE-RECORD FOR A 'CONTROL' ENTRY: THE
007822*-----OUTPUT-NAME COLUMNS OF THE DIRECTIVE IN THE SOURCE NAME, AND
007833*-----THE DIRECTIVE WORD, LESS ITS ASTERISK, IN THE SHAPE DATE.
007844 01  LINEAGE-DIRECTIVE-RECORD.
007855     03  FILLER                      PIC X(53).
007866     03  LIN-DIRECTIVE-VALUE         PIC X(40).
007877     03  LIN-DIRECTIVE-WORD          PIC X(8).
007888     03  FILLER                      PIC X(31).
007900
008000 FD  SHAPE-LIB-FILE
008100     LABEL RECORDS ARE STANDARD.
008200 01  SHAPE-LIB-RECORD.
008300     03  SHP-ENTRY-KEY.
008400         05  SHP-SHAPE-NAME          PIC X(40).
008500         05  SHP-REC-SEQ             PIC 9(5).
008600     03  SHP-CHANGE-DATE             PIC X(8).
008700     03  SHP-IMAGE                   PIC X(67).
008800
008900*-----SEVENTEEN BINARY FULLWORDS PER RECORD, SUMMED FOR THE HASH
009000*-----TOTAL EXACTLY AS DDA SUMS THEM WHEN THE LINEAGE IS FILED.
009100 FD  SOURCE-DECK-FILE
009200     LABEL RECORDS ARE STANDARD.
009300 01  SOURCE-DECK-RECORD.
009400     03  SRC-HASH-WORD OCCURS 17 TIMES
009500                                     PIC S9(9) COMP.
009600
009700 FD  IMPACT-REPORT-FILE
009800     LABEL RECORDS ARE STANDARD
009900     VALUE OF FILE-ID IS "impctrpt.txt".
010000 01  IMPACT-REPORT-RECORD            PIC X(132).
010100
010200*-----SAME TWO-NAME CONTROL RECORD DDA RUNS FROM.
010300 FD  RERUN-CONTROL-FILE
010400     LABEL RECORDS ARE STANDARD
010500     VALUE OF FILE-ID IS "rerunctl.txt".
010600 01  CONTROL-RECORD.
010700     03  CTL-INPUT-NAME              PIC X(40).
010800     03  CTL-OUTPUT-NAME             PIC X(40).
010900*-----ALTERNATE VIEW FOR AN OVERLAY RECORD'S '+' FLAG.
011000 01  CONTROL-OVERLAY-RECORD.
011100     03  CTL-OVERLAY-FLAG            PIC X.
011200     03  CTL-OVERLAY-INPUT-NAME      PIC X(39).
011300     03  FILLER                      PIC X(40).
011400
011500 WORKING-STORAGE SECTION.
011550 01  CATALOG-STATUS                  PIC XX.
011600 01  LINEAGE-STATUS                  PIC XX.
011700 01  SHAPE-LIB-STATUS                PIC XX.
011800 01  SOURCE-DECK-STATUS              PIC XX.
011900 01  IMPACT-REPORT-STATUS            PIC XX.
012000 01  RERUN-CONTROL-STATUS            PIC XX.
012100 01  LINEAGE-EOF-SW                  PIC X VALUE 'N'.
012200     88 LINEAGE-IS-EOF                   VALUE 'Y'.
012300 01  SHAPE-LIB-OPEN-SW               PIC X VALUE 'N'.
012400     88 SHAPE-LIB-IS-OPEN                VALUE 'Y'.
012433 01  CATALOG-OPEN-SW                 PIC X VALUE 'N'.
012466     88 CATALOG-IS-OPEN                  VALUE 'Y'.
012500 01  RUN-TROUBLE-SW                  PIC X VALUE 'N'.
012600     88 RUN-HAD-TROUBLE                  VALUE 'Y'.
012700 01  RUN-DATE-STAMP                  PIC X(8).
012800* THE FOLLOWING VAR TAKE A SOURCE FILE'S FINGERPRINT, THE SAME
012900* WAY DDA TAKES IT WHEN THE LINEAGE IS FILED.
013000 01  WS-SOURCE-FILENAME              PIC X(40).
013100 01  SOURCE-EOF-SW                   PIC X VALUE 'N'.
013200     88 SOURCE-IS-EOF                    VALUE 'Y'.
013300 01  SOURCE-FOUND-SW                 PIC X VALUE 'N'.
013400     88 SOURCE-WAS-FOUND                 VALUE 'Y'.
013500 01  SRC-REC-CNT                     PIC 9(5).
013600 01  SRC-HASH-TOTAL                  PIC 9(18).
013700 01  SRC-WORD-IDX                    PIC 9(2).
013800 01  SRC-REC-WEIGHT                  PIC 9(2).
013900 01  SRC-WORK-QUOT                   PIC 9(5).
014000* THE LINEAGE OF ONE GENERATION IS HELD UNTIL THE KEY MOVES ON.
014100* A NEWER GENERATION OF THE SAME DRAWING REPLACES THE ONE HELD,
014200* SO WHEN THE DRAWING NAME BREAKS THE TABLE HOLDS THE NEWEST.
014300 01  HOLD-PRESENT-SW                 PIC X VALUE 'N'.
014400     88 HOLD-IS-PRESENT                  VALUE 'Y'.
014500 01  HOLD-DRAWING-NAME               PIC X(40).
014600 01  HOLD-GENERATION                 PIC 9(3).
014700 01  HOLD-RUN-DATE                   PIC X(8).
014800 01  HOLD-ENTRY-CNT                  PIC 9(3).
014900 01  HOLD-IDX                        PIC 9(3).
015000 01  HOLD-TABLE.
015100     03 HOLD-ENTRY OCCURS 50 TIMES.
015200          05 HT-SOURCE-TYPE          PIC X(7).
015300          05 HT-SOURCE-NAME          PIC X(40).
015400          05 HT-SHAPE-DATE           PIC X(8).
015500          05 HT-SOURCE-RECS          PIC 9(5).
015600          05 HT-SOURCE-HASH          PIC 9(18).
015700* THE VERDICT ON THE DRAWING HELD, AND WHY ONE SOURCE IS STALE.
015800 01  DRAWING-STALE-SW                PIC X.
015900     88 DRAWING-IS-STALE                 VALUE 'Y'.
016000 01  BASE-MISSING-SW                 PIC X.
016100     88 BASE-IS-MISSING                  VALUE 'Y'.
016200 01  STALE-REMARK                    PIC X(60).
016300 01  CHECKED-CNT                     PIC 9(5) VALUE 0.
016400 01  STALE-CNT                       PIC 9(5) VALUE 0.
016500 01  RERUN-CNT                       PIC 9(5) VALUE 0.
016525 01  EXCEPTION-CNT                   PIC 9(5) VALUE 0.
016550* THE VERDICT OF THE CATALOG CHECK ON THE DRAWING HELD.
016575 01  CATALOG-REMARK                  PIC X(60).
016600* REPORT LINE WORK AREAS.
016700 01  WS-RPT-LINE                     PIC X(132).
016800 01  WS-RPT-NUM-ED                   PIC ZZZZ9.
016900 01  WS-RPT-NUM-ED2                  PIC ZZZZ9.
017000 01  WS-RPT-GEN-ED                   PIC 9(3).
017100 01  IMPACT-DETAIL.
017200     03 FILLER                       PIC X(04) VALUE SPACES.
017300     03 ID-SOURCE-TYPE               PIC X(7).
017400     03 FILLER                       PIC X(01) VALUE SPACE.
017500     03 ID-SOURCE-NAME               PIC X(40).
017600     03 FILLER                       PIC X(01) VALUE SPACE.
017700     03 ID-REMARK                    PIC X(60).
017800
017900 PROCEDURE DIVISION.
018000 MAIN-LOGIC SECTION.
018100 PROGRAM-BEGIN.
018200      ACCEPT RUN-DATE-STAMP FROM DATE YYYYMMDD.
018300      OPEN OUTPUT IMPACT-REPORT-FILE.
018400      IF IMPACT-REPORT-STATUS NOT = '00'
018500          DISPLAY 'DDAIMPCT-W001 CANNOT OPEN IMPACT REPORT'
018600          MOVE 8 TO RETURN-CODE
018700          GO TO PROGRAM-DONE.
018800      MOVE SPACES TO WS-RPT-LINE.
018900      STRING 'DRAWING IMPACT CHECK ' DELIMITED BY SIZE
019000          RUN-DATE-STAMP DELIMITED BY SIZE
019100          INTO WS-RPT-LINE.
019200      WRITE IMPACT-REPORT-RECORD FROM WS-RPT-LINE.
019300      OPEN INPUT LINEAGE-FILE.
019400      IF LINEAGE-STATUS NOT = '00'
019500          DISPLAY 'DDAIMPCT-W002 LINEAGE FILE NOT FOUND, '
019600              'NOTHING TO CHECK'
019700          MOVE 'NO LINEAGE FILE, NOTHING CHECKED'
019800              TO IMPACT-REPORT-RECORD
019900          WRITE IMPACT-REPORT-RECORD
020000          CLOSE IMPACT-REPORT-FILE
020100          MOVE 8 TO RETURN-CODE
020200          GO TO PROGRAM-DONE.
020300      OPEN OUTPUT RERUN-CONTROL-FILE.
020400      IF RERUN-CONTROL-STATUS NOT = '00'
020500          DISPLAY 'DDAIMPCT-W003 CANNOT OPEN RERUN CONTROL FILE'
020600          MOVE 'RERUN CONTROL FILE NOT OPENED, NOTHING CHECKED'
020700              TO IMPACT-REPORT-RECORD
020800          WRITE IMPACT-REPORT-RECORD
020900          CLOSE LINEAGE-FILE
021000          CLOSE IMPACT-REPORT-FILE
021100          MOVE 8 TO RETURN-CODE
021200          GO TO PROGRAM-DONE.
021300*-----WITHOUT THE LIBRARY NO SHAPE CAN BE CHECKED, BUT THE DECKS
021400*-----STILL CAN -- SAY SO ONCE AND CARRY ON.
021500      OPEN INPUT SHAPE-LIB-FILE.
021600      IF SHAPE-LIB-STATUS = '00'
021700          MOVE 'Y' TO SHAPE-LIB-OPEN-SW
021800      ELSE
021900          DISPLAY 'DDAIMPCT-W004 SHAPE LIBRARY UNAVAILABLE, '
022000              'SHAPES NOT CHECKED'
022100          MOVE 'SHAPE LIBRARY UNAVAILABLE, SHAPES NOT CHECKED'
022200              TO IMPACT-REPORT-RECORD
022300          WRITE IMPACT-REPORT-RECORD
022400          MOVE 'Y' TO RUN-TROUBLE-SW.
022407*-----WITHOUT THE CATALOG NO GENERATION CAN BE CONFIRMED, BUT THE
022414*-----SOURCES STILL CAN -- SAY SO ONCE AND CARRY ON.
022421      OPEN INPUT CATALOG-FILE.
022428      IF CATALOG-STATUS = '00'
022435          MOVE 'Y' TO CATALOG-OPEN-SW
022442      ELSE
022449          DISPLAY 'DDAIMPCT-W005 CATALOG UNAVAILABLE, '
022456              'GENERATIONS NOT CONFIRMED'
022463          MOVE 'CATALOG UNAVAILABLE, GENERATIONS NOT CONFIRMED'
022470              TO IMPACT-REPORT-RECORD
022477          WRITE IMPACT-REPORT-RECORD
022484          MOVE 'Y' TO RUN-TROUBLE-SW.
022500      MOVE LOW-VALUES TO LIN-ENTRY-KEY.
022600      START LINEAGE-FILE KEY NOT < LIN-ENTRY-KEY
022700          INVALID KEY MOVE 'Y' TO LINEAGE-EOF-SW.
022800 LINEAGE-LOOP.
022900      IF LINEAGE-IS-EOF GO TO LINEAGE-LOOP-END.
023000      READ LINEAGE-FILE NEXT RECORD
023100          AT END MOVE 'Y' TO LINEAGE-EOF-SW.
023200      IF LINEAGE-IS-EOF GO TO LINEAGE-LOOP-END.
023300      IF HOLD-IS-PRESENT
023400          AND LIN-DRAWING-NAME NOT = HOLD-DRAWING-NAME
023500          PERFORM CHECK-HELD-DRAWING THRU CHECK-HELD-DRAWING-EXIT
023600          MOVE 'N' TO HOLD-PRESENT-SW.
023700      IF NOT HOLD-IS-PRESENT
023800          OR LIN-GENERATION NOT = HOLD-GENERATION
023900          PERFORM START-HELD-GENERATION.
024000      PERFORM HOLD-LINEAGE-ENTRY.
024100      GO TO LINEAGE-LOOP.
024200 LINEAGE-LOOP-END.
024300      IF HOLD-IS-PRESENT
024400          PERFORM CHECK-HELD-DRAWING THRU CHECK-HELD-DRAWING-EXIT.
024500      MOVE SPACES TO WS-RPT-LINE.
024600      WRITE IMPACT-REPORT-RECORD FROM WS-RPT-LINE.
024700      MOVE CHECKED-CNT TO WS-RPT-NUM-ED.
024800      MOVE STALE-CNT TO WS-RPT-NUM-ED2.
024900      STRING 'DRAWINGS CHECKED ' DELIMITED BY SIZE
025000          WS-RPT-NUM-ED DELIMITED BY SIZE
025100          '  STALE ' DELIMITED BY SIZE
025200          WS-RPT-NUM-ED2 DELIMITED BY SIZE
025300          INTO WS-RPT-LINE.
025400      WRITE IMPACT-REPORT-RECORD FROM WS-RPT-LINE.
025500      MOVE SPACES TO WS-RPT-LINE.
025514      MOVE EXCEPTION-CNT TO WS-RPT-NUM-ED.
025528      STRING 'CATALOG EXCEPTIONS ' DELIMITED BY SIZE
025542          WS-RPT-NUM-ED DELIMITED BY SIZE
025556          INTO WS-RPT-LINE.
025570      WRITE IMPACT-REPORT-RECORD FROM WS-RPT-LINE.
025584      MOVE SPACES TO WS-RPT-LINE.
025600      MOVE RERUN-CNT TO WS-RPT-NUM-ED.
025700      STRING 'RERUNS WRITTEN TO rerunctl.txt ' DELIMITED BY SIZE
025800          WS-RPT-NUM-ED DELIMITED BY SIZE
025900          INTO WS-RPT-LINE.
026000      WRITE IMPACT-REPORT-RECORD FROM WS-RPT-LINE.
026100      CLOSE LINEAGE-FILE.
026200      IF SHAPE-LIB-IS-OPEN
026300          CLOSE SHAPE-LIB-FILE.
026333      IF CATALOG-IS-OPEN
026366          CLOSE CATALOG-FILE.
026400      CLOSE RERUN-CONTROL-FILE.
026500      CLOSE IMPACT-REPORT-FILE.
026600      IF RUN-HAD-TROUBLE
026700          MOVE 8 TO RETURN-CODE
026800      ELSE
026900          IF STALE-CNT > 0
027000              MOVE 4 TO RETURN-CODE.
027100 PROGRAM-DONE.
027200      STOP RUN.
027300
027400*===============================================================
027500*-----------------------UTILITY PARAGRAPH-----------------------
027600*===============================================================
027700*-----EMPTIES THE HOLD TABLE FOR THE GENERATION JUST READ.
027800 START-HELD-GENERATION.
027900      MOVE 'Y' TO HOLD-PRESENT-SW.
028000      MOVE LIN-DRAWING-NAME TO HOLD-DRAWING-NAME.
028100      MOVE LIN-GENERATION TO HOLD-GENERATION.
028200      MOVE LIN-RUN-DATE TO HOLD-RUN-DATE.
028300      MOVE 0 TO HOLD-ENTRY-CNT.
028400
028500*-----ADDS THE LINEAGE ENTRY JUST READ TO THE HOLD TABLE. DDA
028600*-----NEVER FILES MORE THAN THE TABLE HOLDS.
028700 HOLD-LINEAGE-ENTRY.
028800      IF HOLD-ENTRY-CNT < 50
028900          ADD 1 TO HOLD-ENTRY-CNT
029000          MOVE LIN-SOURCE-TYPE TO HT-SOURCE-TYPE(HOLD-ENTRY-CNT)
029100          MOVE LIN-SOURCE-NAME TO HT-SOURCE-NAME(HOLD-ENTRY-CNT)
029200          MOVE LIN-SHAPE-DATE TO HT-SHAPE-DATE(HOLD-ENTRY-CNT)
029300          MOVE LIN-SOURCE-RECS TO HT-SOURCE-RECS(HOLD-ENTRY-CNT)
029400          MOVE LIN-SOURCE-HASH TO HT-SOURCE-HASH(HOLD-ENTRY-CNT).
029500
029600*-----CHECKS EVERY SOURCE OF THE GENERATION HELD (THE DRAWING'S
029700*-----NEWEST) AND, WHEN ANY HAS CHANGED, REPORTS THE DRAWING AND
029750*-----WRITES ITS RERUN RECORDS. A GENERATION THE CATALOG DOES NOT
029800*-----BEAR OUT IS AN EXCEPTION INSTEAD. DIRECTIVES ARE NOT SOURCES
029850*-----AND ARE ONLY CARRIED INTO THE RERUN RECORDS.
029900 CHECK-HELD-DRAWING.
030000      ADD 1 TO CHECKED-CNT.
030020      PERFORM CONFIRM-CATALOG-GEN THRU CONFIRM-CATALOG-GEN-EXIT.
030040      IF CATALOG-REMARK NOT = SPACES
030060          PERFORM REPORT-CATALOG-EXCEPTION
030080          GO TO CHECK-HELD-DRAWING-EXIT.
030100      MOVE 'N' TO DRAWING-STALE-SW.
030200      MOVE 'N' TO BASE-MISSING-SW.
030300      MOVE 0 TO HOLD-IDX.
030400 CHECK-HELD-LOOP.
030500      ADD 1 TO HOLD-IDX.
030600      IF HOLD-IDX > HOLD-ENTRY-CNT GO TO CHECK-HELD-WRAP-UP.
030700      MOVE SPACES TO STALE-REMARK.
030733      IF HT-SOURCE-TYPE(HOLD-IDX) = 'CONTROL'
030766          GO TO CHECK-HELD-LOOP.
030800      IF HT-SOURCE-TYPE(HOLD-IDX) = 'SHAPE'
030900          PERFORM CHECK-SHAPE-SOURCE THRU CHECK-SHAPE-SOURCE-EXIT
031000      ELSE
031100          PERFORM CHECK-FILE-SOURCE THRU CHECK-FILE-SOURCE-EXIT.
031200      IF STALE-REMARK NOT = SPACES
031300          PERFORM REPORT-STALE-SOURCE.
031400      GO TO CHECK-HELD-LOOP.
031500 CHECK-HELD-WRAP-UP.
031600      IF NOT DRAWING-IS-STALE
031700          GO TO CHECK-HELD-DRAWING-EXIT.
031800      ADD 1 TO STALE-CNT.
031900      IF BASE-IS-MISSING
032000          MOVE '    BASE DECK IS GONE, NO RERUN WRITTEN'
032100              TO IMPACT-REPORT-RECORD
032200          WRITE IMPACT-REPORT-RECORD
032300          MOVE 'Y' TO RUN-TROUBLE-SW
032400          GO TO CHECK-HELD-DRAWING-EXIT.
032500      PERFORM WRITE-RERUN-RECORDS THRU WRITE-RERUN-RECORDS-EXIT.
032600 CHECK-HELD-DRAWING-EXIT.
032700      EXIT.
032800
032801*-----CONFIRMS THE GENERATION HELD AGAINST THE CATALOG: IT MUST BE
032802*-----ON FILE, AND NO NEWER GENERATION OF THE DRAWING MAY BE. ANY
032803*-----DISAGREEMENT COMES BACK IN CATALOG-REMARK. WITH THE CATALOG
032804*-----UNAVAILABLE THE LINEAGE IS TAKEN AS IT STANDS.
032805 CONFIRM-CATALOG-GEN.
032806      MOVE SPACES TO CATALOG-REMARK.
032807      IF NOT CATALOG-IS-OPEN
032808          GO TO CONFIRM-CATALOG-GEN-EXIT.
032809      MOVE HOLD-DRAWING-NAME TO CAT-DRAWING-NAME.
032810      MOVE HOLD-GENERATION TO CAT-GENERATION.
032811      READ CATALOG-FILE
032812          INVALID KEY
032813          MOVE 'GENERATION NOT IN CATALOG' TO CATALOG-REMARK
032814          GO TO CONFIRM-CATALOG-GEN-EXIT.
032815      START CATALOG-FILE KEY > CAT-ENTRY-KEY
032816          INVALID KEY GO TO CONFIRM-CATALOG-GEN-EXIT.
032817      READ CATALOG-FILE NEXT RECORD
032818          AT END GO TO CONFIRM-CATALOG-GEN-EXIT.
032819      IF CAT-DRAWING-NAME NOT = HOLD-DRAWING-NAME
032820          GO TO CONFIRM-CATALOG-GEN-EXIT.
032821      MOVE CAT-GENERATION TO WS-RPT-GEN-ED.
032822      STRING 'CATALOG HAS NEWER GENERATION ' DELIMITED BY SIZE
032823          WS-RPT-GEN-ED DELIMITED BY SIZE
032824          ' WITH NO LINEAGE' DELIMITED BY SIZE
032825          INTO CATALOG-REMARK.
032826 CONFIRM-CATALOG-GEN-EXIT.
032827      EXIT.
032828
032829*-----ONE REPORT LINE FOR A DRAWING THE CATALOG DOES NOT BEAR OUT.
032830*-----THE LINEAGE AND CATALOG HAVE PARTED COMPANY, SO THE RUN ENDS
032831*-----WITH THE TROUBLE CODE.
032832 REPORT-CATALOG-EXCEPTION.
032833      ADD 1 TO EXCEPTION-CNT.
032834      MOVE 'Y' TO RUN-TROUBLE-SW.
032835      MOVE SPACES TO WS-RPT-LINE.
032836      WRITE IMPACT-REPORT-RECORD FROM WS-RPT-LINE.
032837      MOVE HOLD-GENERATION TO WS-RPT-GEN-ED.
032838      STRING 'EXCEPTION: ' DELIMITED BY SIZE
032839          HOLD-DRAWING-NAME DELIMITED BY SPACE
032840          ' GENERATION ' DELIMITED BY SIZE
032841          WS-RPT-GEN-ED DELIMITED BY SIZE
032842          ' RUN ' DELIMITED BY SIZE
032843          HOLD-RUN-DATE DELIMITED BY SIZE
032844          INTO WS-RPT-LINE.
032845      WRITE IMPACT-REPORT-RECORD FROM WS-RPT-LINE.
032846      MOVE SPACES TO WS-RPT-LINE.
032847      STRING '    ' DELIMITED BY SIZE
032848          CATALOG-REMARK DELIMITED BY SIZE
032849          ', NOT CHECKED' DELIMITED BY SIZE
032850          INTO WS-RPT-LINE.
032851      WRITE IMPACT-REPORT-RECORD FROM WS-RPT-LINE.
032900*-----A SHAPE IS STALE WHEN IT HAS LEFT THE LIBRARY OR WAS STORED
033000*-----AGAIN SINCE THE RUN (A NEWER CHANGE DATE ON ITS FIRST
033100*-----RECORD THAN THE ONE THE LINEAGE CAPTURED).
033200 CHECK-SHAPE-SOURCE.
033300      IF NOT SHAPE-LIB-IS-OPEN
033400          GO TO CHECK-SHAPE-SOURCE-EXIT.
033500      MOVE HT-SOURCE-NAME(HOLD-IDX) TO SHP-SHAPE-NAME.
033600      MOVE 1 TO SHP-REC-SEQ.
033700      READ SHAPE-LIB-FILE
033800          INVALID KEY
033900          MOVE 'SHAPE NO LONGER IN LIBRARY' TO STALE-REMARK
034000          GO TO CHECK-SHAPE-SOURCE-EXIT.
034100      IF SHP-CHANGE-DATE NOT = HT-SHAPE-DATE(HOLD-IDX)
034200          STRING 'SHAPE CHANGED, WAS ' DELIMITED BY SIZE
034300              HT-SHAPE-DATE(HOLD-IDX) DELIMITED BY SIZE
034400              ' NOW ' DELIMITED BY SIZE
034500              SHP-CHANGE-DATE DELIMITED BY SIZE
034600              INTO STALE-REMARK.
034700 CHECK-SHAPE-SOURCE-EXIT.
034800      EXIT.
034900
035000*-----A DECK OR VECTOR SOURCE IS STALE WHEN IT IS GONE OR ITS
035100*-----RECORD COUNT OR HASH TOTAL NO LONGER MATCHES THE LINEAGE.
035200 CHECK-FILE-SOURCE.
035300      MOVE HT-SOURCE-NAME(HOLD-IDX) TO WS-SOURCE-FILENAME.
035400      PERFORM FINGERPRINT-SOURCE THRU FINGERPRINT-SOURCE-EXIT.
035500      IF NOT SOURCE-WAS-FOUND
035600          AND HT-SOURCE-TYPE(HOLD-IDX) = 'BASE'
035700          MOVE 'Y' TO BASE-MISSING-SW.
035800      IF NOT SOURCE-WAS-FOUND
035900          MOVE 'SOURCE FILE NOT FOUND' TO STALE-REMARK
036000          GO TO CHECK-FILE-SOURCE-EXIT.
036100      IF SRC-REC-CNT = HT-SOURCE-RECS(HOLD-IDX)
036200          AND SRC-HASH-TOTAL = HT-SOURCE-HASH(HOLD-IDX)
036300          GO TO CHECK-FILE-SOURCE-EXIT.
036400      MOVE HT-SOURCE-RECS(HOLD-IDX) TO WS-RPT-NUM-ED.
036500      MOVE SRC-REC-CNT TO WS-RPT-NUM-ED2.
036600      STRING 'SOURCE CHANGED, RECORDS WERE ' DELIMITED BY SIZE
036700          WS-RPT-NUM-ED DELIMITED BY SIZE
036800          ' NOW ' DELIMITED BY SIZE
036900          WS-RPT-NUM-ED2 DELIMITED BY SIZE
037000          INTO STALE-REMARK.
037100 CHECK-FILE-SOURCE-EXIT.
037200      EXIT.
037300
037400*-----ONE REPORT LINE PER STALE SOURCE, UNDER A HEADING LINE FOR
037500*-----THE DRAWING WRITTEN THE FIRST TIME ONE TURNS UP.
037600 REPORT-STALE-SOURCE.
037700      IF NOT DRAWING-IS-STALE
037800          MOVE 'Y' TO DRAWING-STALE-SW
037900          MOVE SPACES TO WS-RPT-LINE
038000          WRITE IMPACT-REPORT-RECORD FROM WS-RPT-LINE
038100          MOVE HOLD-GENERATION TO WS-RPT-GEN-ED
038200          STRING 'STALE: ' DELIMITED BY SIZE
038300              HOLD-DRAWING-NAME DELIMITED BY SPACE
038400              ' GENERATION ' DELIMITED BY SIZE
038500              WS-RPT-GEN-ED DELIMITED BY SIZE
038600              ' RUN ' DELIMITED BY SIZE
038700              HOLD-RUN-DATE DELIMITED BY SIZE
038800              INTO WS-RPT-LINE
038900          WRITE IMPACT-REPORT-RECORD FROM WS-RPT-LINE.
039000      MOVE HT-SOURCE-TYPE(HOLD-IDX) TO ID-SOURCE-TYPE.
039100      MOVE HT-SOURCE-NAME(HOLD-IDX) TO ID-SOURCE-NAME.
039200      MOVE STALE-REMARK TO ID-REMARK.
039300      WRITE IMPACT-REPORT-RECORD FROM IMPACT-DETAIL.
039400
039500*-----REBUILDS THE DRAWING'S CONTROL RECORDS: THE BASE DECK UNDER
039600*-----THE DRAWING'S OWN OUTPUT NAME, THEN ONE '+' RECORD PER
039628*-----OVERLAY DECK IN THE ORDER THE ORIGINAL RUN COMPOSED THEM,
039656*-----EACH DIRECTIVE WRITTEN BACK WHERE THE LINEAGE HAS IT -- THE
039684*-----STANDING ONES AHEAD OF THE BASE DECK, '*PARMS' RECORDS AFTER
039712*-----THEIR DECK. A LINEAGE FILED BEFORE DIRECTIVES WERE RECORDED
039740*-----HAS NONE, AND ITS DRAWING RERUNS UNDER WHATEVER THE RERUN
039768*-----CONTROL FILE HAS IN FORCE.
039800 WRITE-RERUN-RECORDS.
039900      MOVE 0 TO HOLD-IDX.
040000 WRITE-RERUN-LOOP.
040100      ADD 1 TO HOLD-IDX.
040200      IF HOLD-IDX > HOLD-ENTRY-CNT
040300          GO TO WRITE-RERUN-RECORDS-EXIT.
040400      MOVE SPACES TO CONTROL-RECORD.
040500      IF HT-SOURCE-TYPE(HOLD-IDX) = 'BASE'
040600          MOVE HT-SOURCE-NAME(HOLD-IDX) TO CTL-INPUT-NAME
040700          MOVE HOLD-DRAWING-NAME TO CTL-OUTPUT-NAME
040800          WRITE CONTROL-RECORD
040900          ADD 1 TO RERUN-CNT.
041000      IF HT-SOURCE-TYPE(HOLD-IDX) = 'OVERLAY'
041100          MOVE '+' TO CTL-OVERLAY-FLAG
041200          MOVE HT-SOURCE-NAME(HOLD-IDX) TO CTL-OVERLAY-INPUT-NAME
041214          WRITE CONTROL-RECORD.
041228      IF HT-SOURCE-TYPE(HOLD-IDX) = 'CONTROL'
041242          STRING '*' DELIMITED BY SIZE
041256              HT-SHAPE-DATE(HOLD-IDX) DELIMITED BY SPACE
041270              INTO CTL-INPUT-NAME
041284          MOVE HT-SOURCE-NAME(HOLD-IDX) TO CTL-OUTPUT-NAME
041300          WRITE CONTROL-RECORD.
041400      GO TO WRITE-RERUN-LOOP.
041500 WRITE-RERUN-RECORDS-EXIT.
041600      EXIT.
041700
041800*-----TAKES THE RECORD COUNT AND HASH TOTAL OF THE FILE NAMED IN
041900*-----WS-SOURCE-FILENAME. A FILE THAT CANNOT BE OPENED COMES
042000*-----BACK AS ZERO RECORDS, ZERO HASH, AND NOT FOUND.
042100 FINGERPRINT-SOURCE.
042200      MOVE 0 TO SRC-REC-CNT.
042300      MOVE 0 TO SRC-HASH-TOTAL.
042400      MOVE 'N' TO SOURCE-EOF-SW.
042500      MOVE 'N' TO SOURCE-FOUND-SW.
042600      OPEN INPUT SOURCE-DECK-FILE.
042700      IF SOURCE-DECK-STATUS NOT = '00'
042800          GO TO FINGERPRINT-SOURCE-EXIT.
042900      MOVE 'Y' TO SOURCE-FOUND-SW.
043000 FINGERPRINT-READ-LOOP.
043100      MOVE SPACES TO SOURCE-DECK-RECORD.
043200      READ SOURCE-DECK-FILE
043300          AT END MOVE 'Y' TO SOURCE-EOF-SW.
043400      IF SOURCE-IS-EOF GO TO FINGERPRINT-READ-DONE.
043500      ADD 1 TO SRC-REC-CNT.
043600      DIVIDE SRC-REC-CNT BY 23 GIVING SRC-WORK-QUOT
043700          REMAINDER SRC-REC-WEIGHT.
043800      ADD 1 TO SRC-REC-WEIGHT.
043900      MOVE 0 TO SRC-WORD-IDX.
044000 FINGERPRINT-WORD-LOOP.
044100      ADD 1 TO SRC-WORD-IDX.
044200      IF SRC-WORD-IDX > 17 GO TO FINGERPRINT-READ-LOOP.
044300      COMPUTE SRC-HASH-TOTAL = SRC-HASH-TOTAL
044400          + SRC-HASH-WORD(SRC-WORD-IDX) * SRC-WORD-IDX
044500          * SRC-REC-WEIGHT.
044600      GO TO FINGERPRINT-WORD-LOOP.
044700 FINGERPRINT-READ-DONE.
044800      CLOSE SOURCE-DECK-FILE.
044900 FINGERPRINT-SOURCE-EXIT.
045000      EXIT.
