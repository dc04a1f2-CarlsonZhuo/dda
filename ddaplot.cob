000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DDAPLOT.
000300*---------------------------------------------------------------
000400* COMPANION TO DDA: TURNS A DRAWING'S VECTOR EXPORT (THE .vec
000500* FILE A '*VECTOR' BATCH WRITES BESIDE EACH OUTPUT FILE) INTO A
000600* PEN-PLOTTER COMMAND FILE IN HP-GL, SO THE DRAFTING OFFICE
000700* PLOTS THE RESOLVED GEOMETRY INSTEAD OF RE-TRACING THE PRINTED
000800* CHARACTER GRID BY HAND.
000900*
001000* THE ONE-RECORD REQUEST FILE plotreq.txt SAYS WHAT TO PLOT:
001100*     COLS 1-40  THE DRAWING'S OUTPUT FILE NAME AS DDA RAN IT --
001200*                ITS .vec FILE IS READ AND ITS PLOT GOES TO THE
001300*                SAME NAME WITH .plt TRAILED ON. BLANK (OR A
001400*                MISSING REQUEST FILE) PLOTS THE WHOLE BATCH:
001500*                control.txt IS WALKED THE WAY DDA WALKS IT AND
001537*                EVERY BASE DECK RUN WITH '*VECTOR' ON (OFF AGAIN
001574*                BY '*VECTOR OFF') IS PLOTTED, SO THE PROGRAM RUNS
001611*                AS THE STEP AFTER DDA. ONLY A DECK WHOSE LATEST
001648*                LINE ON THE RUN LOG runlog.txt SAYS IT RAN OK (OR
001685*                WAS DONE BEFORE A RESTART) IS PLOTTED; THE REST
001722*                ARE LISTED AT THE END OF THE LOG AS NOT PLOTTED,
001759*                WITH THEIR RUN LOG STATUS.
001800*     COLS 42-43 THE PAPER SIZE, A4 (THE DEFAULT) THROUGH A0,
001900*                LANDSCAPE, WITH A 10MM MARGIN ALL ROUND.
002000* THE OPTIONAL PEN-ASSIGNMENT TABLE pentab.txt GIVES ONE DRAWING
002100* SYMBOL IN COL 1 AND ITS PEN NUMBER, 1-8, IN COL 3 PER RECORD;
002200* A SYMBOL NOT ON IT DRAWS WITH PEN 1.
002300*
002400* GRID UNITS ARE SCALED BY ONE WHOLE NUMBER OF PLOTTER UNITS
002500* (40 TO THE MILLIMETRE) CHOSEN SO THE DRAWING'S EXTENTS FILL THE
002600* PAPER, SO SHAPES KEEP THEIR PROPORTIONS. LINES THAT JOIN END TO
002688* START ARE PLOTTED AS ONE STROKE, CIRCLES AS TRUE ARCS (A CIRCLE
002776* THE VIEWPORT CUTS ARRIVES AS THE LINES OF ITS VISIBLE ARCS), AND
002864* THE STROKES ARE PLOTTED ONE PEN AT A TIME, EACH TIME GOING TO
002952* THE NEAREST STROKE NOT YET DRAWN (FROM EITHER END), SO THE
003040* PLOTTER TRAVELS AS LITTLE AS IT CAN WITH THE PEN UP. THE
003128* EXPORT'S OWN PEN-UP MOVES ONLY POSITION THE PEN AND ARE
003216* SUPERSEDED; A LINE THAT DOES NOT START WHERE THE PEN IS (A
003304* VIEWPORT CUTS LINES APART) ALWAYS GETS ITS OWN PEN-UP MOVE.
003400*
003500* THE PLOT LOG plotlog.txt SHOWS PER DRAWING THE EXTENTS, THE
003600* SCALE, EACH PEN CHANGE, THE PEN-DOWN LENGTH, AND THE PEN-UP
003700* TRAVEL AS EXPORTED AGAINST AS REORDERED. THE RUN ENDS WITH
003800* CONDITION CODE 0; 4 WHEN A DRAWING HAD NO VECTOR FILE OR
003883* NOTHING TO PLOT, A BATCH DRAWING DID NOT RUN OK, OR A PEN TABLE
003966* RECORD OR THE PAPER SIZE WAS BAD; 8 WHEN THE LOG, THE CONTROL
004049* FILE, A BATCH'S RUN LOG, A REQUESTED DRAWING'S VECTOR FILE, OR A
004132* PLOT FILE COULD NOT BE OPENED, OR A DRAWING OUTRAN THE STROKE
004215* TABLES AND WAS PLOTTED IN PART.
004300*
004400* THE VECTOR RECORD LAYOUT IS ALSO CODED IN DDA, WHICH WRITES
004500* IT -- THE TWO MUST BE KEPT IN STEP.
004600*---------------------------------------------------------------
004700 ENVIRONMENT DIVISION.
004800
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT PLOT-REQUEST-FILE
005200          ASSIGN TO DISK
005300          ORGANIZATION IS LINE SEQUENTIAL
005400          FILE STATUS IS PLOT-REQUEST-STATUS.
005500
005600     SELECT CONTROL-FILE
005700          ASSIGN TO DISK
005800          ORGANIZATION IS LINE SEQUENTIAL
005900          FILE STATUS IS CONTROL-FILE-STATUS.
005916
005932     SELECT RUN-LOG-FILE
005948          ASSIGN TO DISK
005964          ORGANIZATION IS LINE SEQUENTIAL
005980          FILE STATUS IS RUN-LOG-STATUS.
006000
006100     SELECT PEN-TABLE-FILE
006200          ASSIGN TO DISK
006300          ORGANIZATION IS LINE SEQUENTIAL
006400          FILE STATUS IS PEN-TABLE-STATUS.
006500
006600     SELECT VECTOR-FILE
006700          ASSIGN TO DYNAMIC WS-VECTOR-FILENAME
006800          ORGANIZATION IS LINE SEQUENTIAL
006900          FILE STATUS IS VECTOR-STATUS.
007000
007100     SELECT PLOT-FILE
007200          ASSIGN TO DYNAMIC WS-PLOT-FILENAME
007300          ORGANIZATION IS LINE SEQUENTIAL
007400          FILE STATUS IS PLOT-STATUS.
007500
007600     SELECT PLOT-LOG-FILE
007700          ASSIGN TO DISK
007800          ORGANIZATION IS LINE SEQUENTIAL
007900          FILE STATUS IS PLOT-LOG-STATUS.
008000
008100 DATA DIVISION.
008200 FILE SECTION.
008300 FD  PLOT-REQUEST-FILE
008400     LABEL RECORDS ARE STANDARD
008500     VALUE OF FILE-ID IS "plotreq.txt".
008600 01  PLOT-REQUEST-RECORD.
008700     03  PREQ-DRAWING-NAME           PIC X(40).
008800     03  FILLER                      PIC X(01).
008900     03  PREQ-PAPER-SIZE             PIC X(2).
009000
009100*-----SAME TWO-NAME CONTROL RECORD DDA RUNS FROM; THE OUTPUT NAME
009200*-----LEADS TO THE VECTOR FILE.
009300 FD  CONTROL-FILE
009400     LABEL RECORDS ARE STANDARD
009500     VALUE OF FILE-ID IS "control.txt".
009600 01  CONTROL-RECORD.
009700     03  CTL-INPUT-NAME              PIC X(40).
009800     03  CTL-OUTPUT-NAME             PIC X(40).
009900*-----ALTERNATE VIEW FOR AN OVERLAY RECORD'S '+' FLAG.
010000 01  CONTROL-OVERLAY-RECORD.
010100     03  CTL-OVERLAY-FLAG            PIC X.
010200     03  CTL-OVERLAY-INPUT-NAME      PIC X(39).
010300     03  FILLER                      PIC X(40).
010400
010405*-----THE RUN LOG DETAIL FIELDS AS DDA PRINTS THEM. THE TOTALS
010410*-----TRAILER IS SHORTER THAN A DETAIL LINE, SO ITS STATUS COLUMNS
010415*-----READ BACK BLANK.
010420 FD  RUN-LOG-FILE
010425     LABEL RECORDS ARE STANDARD
010430     VALUE OF FILE-ID IS "runlog.txt".
010435 01  RUN-LOG-RECORD.
010440     03  RL-INPUT-NAME               PIC X(40).
010445     03  FILLER                      PIC X(01).
010450     03  RL-OUTPUT-NAME              PIC X(40).
010455     03  FILLER                      PIC X(01).
010460     03  RL-STATUS                   PIC X(7).
010465     03  FILLER                      PIC X(01).
010470     03  RL-OOR-CNT                  PIC X(5).
010475     03  FILLER                      PIC X(01).
010480     03  RL-MISMATCH-CNT             PIC X(5).
010485     03  FILLER                      PIC X(01).
010490     03  RL-LINES-CNT                PIC X(5).
010495
010500 FD  PEN-TABLE-FILE
010600     LABEL RECORDS ARE STANDARD
010700     VALUE OF FILE-ID IS "pentab.txt".
010800 01  PEN-TABLE-RECORD.
010900     03  PT-SYMBOL                   PIC X.
011000     03  FILLER                      PIC X(01).
011100     03  PT-PEN                      PIC 9.
011200     03  FILLER                      PIC X(17).
011300
011400*-----ONE VECTOR EXPORT RECORD, AS DDA WRITES IT: TYPE 'L' IS A
011500*-----DRAWN LINE (BOTH ENDPOINTS), 'M' A PEN-UP MOVE (FIRST POINT
011600*-----PAIR), 'C' A CIRCLE (CENTER IN THE FIRST PAIR, RADIUS IN THE
011700*-----THIRD FIELD), ALL IN ONE-BASED GRID UNITS.
011800 FD  VECTOR-FILE
011900     LABEL RECORDS ARE STANDARD.
012000 01  VECTOR-RECORD.
012100     03  VEC-TYPE                    PIC X.
012200     03  VEC-X1                      PIC S9(5) SIGN LEADING
012300                                     SEPARATE.
012400     03  VEC-Y1                      PIC S9(5) SIGN LEADING
012500                                     SEPARATE.
012600     03  VEC-X2                      PIC S9(5) SIGN LEADING
012700                                     SEPARATE.
012800     03  VEC-Y2                      PIC S9(5) SIGN LEADING
012900                                     SEPARATE.
013000     03  VEC-PEN                     PIC X.
013100     03  VEC-SYMBOL                  PIC X.
013200
013300 FD  PLOT-FILE
013400     LABEL RECORDS ARE STANDARD.
013500 01  PLOT-RECORD                     PIC X(80).
013600
013700 FD  PLOT-LOG-FILE
013800     LABEL RECORDS ARE STANDARD
013900     VALUE OF FILE-ID IS "plotlog.txt".
014000 01  PLOT-LOG-RECORD                 PIC X(132).
014100
014200 WORKING-STORAGE SECTION.
014300 01  PLOT-REQUEST-STATUS             PIC XX.
014400 01  CONTROL-FILE-STATUS             PIC XX.
014450 01  RUN-LOG-STATUS                  PIC XX.
014500 01  PEN-TABLE-STATUS                PIC XX.
014600 01  VECTOR-STATUS                   PIC XX.
014700 01  PLOT-STATUS                     PIC XX.
014800 01  PLOT-LOG-STATUS                 PIC XX.
014900 01  WS-VECTOR-FILENAME              PIC X(44).
015000 01  WS-PLOT-FILENAME                PIC X(44).
015100 01  CONTROL-EOF-SW                  PIC X VALUE 'N'.
015200     88 CONTROL-IS-EOF                   VALUE 'Y'.
015233 01  RUN-LOG-EOF-SW                  PIC X VALUE 'N'.
015266     88 RUN-LOG-IS-EOF                   VALUE 'Y'.
015300 01  PEN-TABLE-EOF-SW                PIC X VALUE 'N'.
015400     88 PEN-TABLE-IS-EOF                 VALUE 'Y'.
015500 01  VECTOR-EOF-SW                   PIC X.
015600     88 VECTOR-IS-EOF                    VALUE 'Y'.
015700 01  RUN-WARNING-SW                  PIC X VALUE 'N'.
015800     88 RUN-HAD-WARNING                  VALUE 'Y'.
015900 01  RUN-TROUBLE-SW                  PIC X VALUE 'N'.
016000     88 RUN-HAD-TROUBLE                  VALUE 'Y'.
016100* WHAT THE REQUEST ASKED FOR. THE VECTOR MODE SWITCH FOLLOWS THE
016166* '*VECTOR' RECORDS OF A BATCH THE WAY DDA'S DOES (ON, AND OFF
016232* AGAIN BY '*VECTOR OFF').
016300 01  PLOT-DRAWING-NAME               PIC X(40) VALUE SPACES.
016400 01  BATCH-MODE-SW                   PIC X VALUE 'N'.
016500     88 PLOTTING-A-BATCH                 VALUE 'Y'.
016600 01  VECTOR-MODE-SW                  PIC X VALUE 'N'.
016700     88 VECTOR-EXPORT-ON                 VALUE 'Y'.
016800 01  CONTROL-RECORD-CNT              PIC 9(5) VALUE 0.
016900 01  DRAWINGS-PLOTTED-CNT            PIC 9(5) VALUE 0.
017000 01  DRAWINGS-MISSED-CNT             PIC 9(5) VALUE 0.
017005* A BATCH'S RUN LOG, ONE ENTRY PER DRAWING WITH ITS LATEST STATUS,
017010* READ WHEN THE FIRST DRAWING COMES UP FOR PLOTTING; AND THE BATCH
017015* DRAWINGS HELD BACK FOR THEIR STATUS, LISTED AT THE LOG'S END.
017020 01  RUN-LOG-LOADED-SW               PIC X VALUE 'N'.
017025     88 RUN-LOG-IS-LOADED                VALUE 'Y'.
017030 01  RUN-LOG-CNT                     PIC 9(3) VALUE 0.
017035 01  RUN-LOG-IDX                     PIC 9(3).
017040 01  RUN-LOG-TABLE.
017045     03 RUN-LOG-ENTRY OCCURS 500 TIMES.
017050          05 RN-NAME                 PIC X(40).
017055          05 RN-STATUS               PIC X(7).
017060 01  HELD-BACK-CNT                   PIC 9(3) VALUE 0.
017065 01  HELD-BACK-IDX                   PIC 9(3).
017070 01  HELD-BACK-TABLE.
017075     03 HELD-BACK-ENTRY OCCURS 500 TIMES.
017080          05 HB-NAME                 PIC X(40).
017085          05 HB-STATUS               PIC X(14).
017090 01  HELD-STATUS                     PIC X(14).
017100* THE PAPER SIZES: CODE, THEN THE PLOTTABLE WIDTH AND HEIGHT IN
017200* PLOTTER UNITS (40 TO THE MILLIMETRE), LANDSCAPE, LESS A 10MM
017300* MARGIN ALL ROUND.
017400 01  PAPER-SIZE-VALUES.
017500     03 FILLER                       PIC X(12)
017600                                     VALUE 'A41108007600'.
017700     03 FILLER                       PIC X(12)
017800                                     VALUE 'A31600011080'.
017900     03 FILLER                       PIC X(12)
018000                                     VALUE 'A22296016000'.
018100     03 FILLER                       PIC X(12)
018200                                     VALUE 'A13284022960'.
018300     03 FILLER                       PIC X(12)
018400                                     VALUE 'A04676032840'.
018500 01  PAPER-SIZE-TABLE REDEFINES PAPER-SIZE-VALUES.
018600     03 PAPER-ENTRY OCCURS 5 TIMES.
018700          05 PP-CODE                 PIC X(2).
018800          05 PP-WIDTH                PIC 9(5).
018900          05 PP-HEIGHT               PIC 9(5).
019000 01  PAPER-IDX                       PIC 9(2).
019100 01  PAPER-CODE                      PIC X(2).
019200 01  PLOT-AREA-WIDTH                 PIC 9(5).
019300 01  PLOT-AREA-HEIGHT                PIC 9(5).
019400* THE PEN-ASSIGNMENT TABLE, AND THE LOOKUP'S WORK FIELDS.
019500 01  PEN-ENTRY-CNT                   PIC 9(3) VALUE 0.
019600 01  PEN-IDX                         PIC 9(3).
019700 01  PEN-ASSIGN-TABLE.
019800     03 PEN-ENTRY OCCURS 50 TIMES.
019900          05 PE-SYMBOL               PIC X.
020000          05 PE-PEN                  PIC 9.
020100 01  LOOKUP-SYMBOL                   PIC X.
020200 01  LOOKUP-PEN                      PIC 9(2).
020300 01  PEN-LIMIT                       PIC 9(2) VALUE 8.
020400* THE DRAWING'S STROKES. AN 'L' STROKE IS A RUN OF LINES JOINED
020500* END TO START IN ONE PEN, HELD AS A RANGE OF THE SEGMENT TABLE;
020600* A 'C' STROKE IS ONE CIRCLE, ENTERED AND LEFT AT ITS RIGHTMOST
020700* POINT. THE OPEN SWITCH SAYS THE LAST STROKE CAN STILL GROW.
020800 01  STROKE-LIMIT                    PIC 9(4) VALUE 2000.
020900 01  STROKE-CNT                      PIC 9(4).
021000 01  STROKE-IDX                      PIC 9(4).
021100 01  STROKE-TABLE.
021200     03 STROKE-ENTRY OCCURS 2000 TIMES.
021300          05 ST-KIND                 PIC X.
021400          05 ST-PEN                  PIC 9(2).
021500          05 ST-FIRST-SEG            PIC 9(4).
021600          05 ST-LAST-SEG             PIC 9(4).
021700          05 ST-START-X              PIC S9(5).
021800          05 ST-START-Y              PIC S9(5).
021900          05 ST-END-X                PIC S9(5).
022000          05 ST-END-Y                PIC S9(5).
022100          05 ST-CTR-X                PIC S9(5).
022200          05 ST-CTR-Y                PIC S9(5).
022300          05 ST-DONE-SW              PIC X.
022400 01  STROKE-OPEN-SW                  PIC X.
022500     88 STROKE-IS-OPEN                   VALUE 'Y'.
022600 01  SEG-TABLE-LIMIT                   PIC 9(4) VALUE 5000.
022700 01  SEGMENT-CNT                     PIC 9(4).
022800 01  SEG-IDX                         PIC 9(4).
022900 01  SEGMENT-TABLE.
023000     03 SEGMENT-ENTRY OCCURS 5000 TIMES.
023100          05 SG-X1                   PIC S9(5).
023200          05 SG-Y1                   PIC S9(5).
023300          05 SG-X2                   PIC S9(5).
023400          05 SG-Y2                   PIC S9(5).
023500 01  CIRCLE-CNT                      PIC 9(5).
023600 01  VECTOR-READ-CNT                 PIC 9(5).
023700 01  VECTOR-BAD-CNT                  PIC 9(5).
023800 01  TABLE-FULL-SW                   PIC X.
023900     88 TABLE-IS-FULL                    VALUE 'Y'.
024000* THE PER-PEN STROKE COUNTS AND PEN-DOWN LENGTHS (GRID UNITS).
024100 01  PEN-TOTALS.
024200     03 PEN-TOTAL-ENTRY OCCURS 8 TIMES.
024300          05 PN-STROKE-CNT           PIC 9(4).
024400          05 PN-DOWN-GRID            PIC 9(7)V9(4).
024500 01  PEN-NUM                         PIC 9(2).
024600 01  PEN-STARTED-SW                  PIC X.
024700     88 PEN-IS-STARTED                   VALUE 'Y'.
024800 01  PEN-CHANGE-CNT                  PIC 9(3).
024900 01  PEN-DOWN-SW                     PIC X.
025000     88 PEN-IS-DOWN                      VALUE 'Y'.
025100* THE DRAWING'S EXTENTS IN GRID UNITS, AND THE SCALE TO PLOTTER
025200* UNITS THAT FITS THEM TO THE PAPER.
025300 01  EXTENTS-SET-SW                  PIC X.
025400     88 EXTENTS-ARE-SET                  VALUE 'Y'.
025500 01  EXT-MIN-X                       PIC S9(5).
025600 01  EXT-MAX-X                       PIC S9(5).
025700 01  EXT-MIN-Y                       PIC S9(5).
025800 01  EXT-MAX-Y                       PIC S9(5).
025900 01  EXT-PT-X                        PIC S9(5).
026000 01  EXT-PT-Y                        PIC S9(5).
026100 01  SPAN-X                          PIC 9(5).
026200 01  SPAN-Y                          PIC 9(5).
026300 01  SCALE-X                         PIC 9(5).
026400 01  SCALE-Y                         PIC 9(5).
026500 01  PLOT-SCALE                      PIC 9(5).
026600* THE PEN POSITION AND THE NEAREST-STROKE SEARCH.
026700 01  CUR-X                           PIC S9(5).
026800 01  CUR-Y                           PIC S9(5).
026900 01  DIST-DX                         PIC S9(6).
027000 01  DIST-DY                         PIC S9(6).
027100 01  DIST-SQ                         PIC 9(11).
027200 01  DIST-DY-SQ                      PIC 9(11).
027300 01  BEST-SQ                         PIC 9(11).
027400 01  BEST-IDX                        PIC 9(4).
027500 01  BEST-REVERSED-SW                PIC X.
027600     88 BEST-IS-REVERSED                 VALUE 'Y'.
027700 01  ENTRY-X                         PIC S9(5).
027800 01  ENTRY-Y                         PIC S9(5).
027900* THE SQUARE ROOT WORK FIELDS (NEWTON'S METHOD), AND THE LENGTHS
028000* THEY FEED, IN GRID UNITS UNTIL THEY ARE SCALED FOR THE LOG.
028100 01  SQ-VALUE                        PIC 9(11).
028200 01  SQ-ROOT                         PIC 9(7)V9(4).
028300 01  SQ-QUOT                         PIC 9(7)V9(4).
028400 01  SQ-ITER                         PIC 9(2).
028500 01  SEG-LENGTH                      PIC 9(7)V9(4).
028600 01  DOWN-TOTAL-GRID                 PIC 9(9)V9(4).
028700 01  TRAVEL-FILE-GRID                PIC 9(9)V9(4).
028800 01  TRAVEL-PLOT-GRID                PIC 9(9)V9(4).
028900 01  LENGTH-MM                       PIC 9(9)V9.
029000* ONE HP-GL COMMAND BEING BUILT, A CHARACTER AT A TIME, AND THE
029100* GRID POINT BEING TURNED INTO PLOTTER UNITS FOR IT.
029200 01  OUT-LINE.
029300     03 OUT-CHAR OCCURS 80 TIMES     PIC X.
029400 01  OUT-POS                         PIC 9(2).
029500 01  OUT-WORD.
029600     03 OUT-WORD-CHAR OCCURS 4 TIMES PIC X.
029700 01  OUT-WORD-IDX                    PIC 9(2).
029800 01  OUT-NUM                         PIC 9(7).
029900 01  OUT-NUM-VIEW REDEFINES OUT-NUM.
030000     03 OUT-NUM-DIGIT OCCURS 7 TIMES PIC X.
030100 01  OUT-NUM-IDX                     PIC 9(2).
030200 01  OUT-NUM-STARTED-SW              PIC X.
030300     88 OUT-NUM-IS-STARTED               VALUE 'Y'.
030400 01  GRID-X                          PIC S9(5).
030500 01  GRID-Y                          PIC S9(5).
030600 01  PLOT-WORK                       PIC S9(7).
030700 01  PLOT-X                          PIC 9(7).
030800 01  PLOT-Y                          PIC 9(7).
030900* REPORT LINE WORK AREAS.
031000 01  WS-RPT-LINE                     PIC X(132).
031100 01  RPT-NUM-ED                      PIC ZZZZ9.
031200 01  RPT-NUM-ED-2                    PIC ZZZZ9.
031300 01  RPT-COORD-ED                    PIC -ZZZZ9.
031400 01  RPT-COORD-ED-2                  PIC -ZZZZ9.
031500 01  RPT-COORD-ED-3                  PIC -ZZZZ9.
031600 01  RPT-COORD-ED-4                  PIC -ZZZZ9.
031700 01  RPT-LENGTH-ED                   PIC ZZZZZZZZ9.9.
031800 01  RPT-LENGTH-ED-2                 PIC ZZZZZZZZ9.9.
031900
032000 PROCEDURE DIVISION.
032100 MAIN-LOGIC SECTION.
032200 PROGRAM-BEGIN.
032300      OPEN OUTPUT PLOT-LOG-FILE.
032400      IF PLOT-LOG-STATUS NOT = '00'
032500          DISPLAY 'DDAPLOT-W001 CANNOT OPEN PLOT LOG'
032600          MOVE 8 TO RETURN-CODE
032700          GO TO PROGRAM-DONE.
032800      MOVE SPACES TO PAPER-CODE.
032900      OPEN INPUT PLOT-REQUEST-FILE.
033000      IF PLOT-REQUEST-STATUS NOT = '00'
033100          GO TO SET-UP-PLOTTING.
033200      READ PLOT-REQUEST-FILE
033300          AT END MOVE SPACES TO PLOT-REQUEST-RECORD.
033400      MOVE PREQ-DRAWING-NAME TO PLOT-DRAWING-NAME.
033500      MOVE PREQ-PAPER-SIZE TO PAPER-CODE.
033600      CLOSE PLOT-REQUEST-FILE.
033700 SET-UP-PLOTTING.
033800      PERFORM SET-PAPER-SIZE THRU SET-PAPER-SIZE-EXIT.
033900      PERFORM LOAD-PEN-TABLE THRU LOAD-PEN-TABLE-EXIT.
034000      IF PLOT-DRAWING-NAME = SPACES
034100          MOVE 'Y' TO BATCH-MODE-SW
034200          PERFORM PLOT-BATCH THRU PLOT-BATCH-EXIT
034300      ELSE
034400          PERFORM PLOT-ONE-DRAWING THRU PLOT-ONE-DRAWING-EXIT.
034500      MOVE SPACES TO WS-RPT-LINE.
034600      MOVE DRAWINGS-PLOTTED-CNT TO RPT-NUM-ED.
034700      MOVE DRAWINGS-MISSED-CNT TO RPT-NUM-ED-2.
034800      STRING 'DRAWINGS PLOTTED ' DELIMITED BY SIZE
034900          RPT-NUM-ED DELIMITED BY SIZE
035000          '  NOT PLOTTED ' DELIMITED BY SIZE
035100          RPT-NUM-ED-2 DELIMITED BY SIZE
035200          INTO WS-RPT-LINE.
035300      WRITE PLOT-LOG-RECORD FROM WS-RPT-LINE.
035400      CLOSE PLOT-LOG-FILE.
035500      IF RUN-HAD-TROUBLE
035600          MOVE 8 TO RETURN-CODE
035700      ELSE
035800          IF RUN-HAD-WARNING
035900              MOVE 4 TO RETURN-CODE.
036000 PROGRAM-DONE.
036100      STOP RUN.
036200
036300*===============================================================
036400*-----------------------UTILITY PARAGRAPH-----------------------
036500*===============================================================
036600*-----LOOKS THE REQUESTED PAPER SIZE UP IN THE TABLE. A BLANK ONE
036700*-----MEANS A4; ONE NOT IN THE TABLE IS REPORTED AND A4 IS USED.
036800 SET-PAPER-SIZE.
036900      IF PAPER-CODE = SPACES
037000          MOVE 'A4' TO PAPER-CODE.
037100      MOVE 0 TO PAPER-IDX.
037200 SET-PAPER-LOOP.
037300      ADD 1 TO PAPER-IDX.
037400      IF PAPER-IDX > 5
037500          GO TO SET-PAPER-UNKNOWN.
037600      IF PP-CODE(PAPER-IDX) NOT = PAPER-CODE
037700          GO TO SET-PAPER-LOOP.
037800      MOVE PP-WIDTH(PAPER-IDX) TO PLOT-AREA-WIDTH.
037900      MOVE PP-HEIGHT(PAPER-IDX) TO PLOT-AREA-HEIGHT.
038000      GO TO SET-PAPER-SIZE-EXIT.
038100 SET-PAPER-UNKNOWN.
038200      MOVE SPACES TO WS-RPT-LINE.
038300      STRING 'UNKNOWN PAPER SIZE ' DELIMITED BY SIZE
038400          PAPER-CODE DELIMITED BY SIZE
038500          ', A4 USED' DELIMITED BY SIZE
038600          INTO WS-RPT-LINE.
038700      WRITE PLOT-LOG-RECORD FROM WS-RPT-LINE.
038800      MOVE 'Y' TO RUN-WARNING-SW.
038900      MOVE 'A4' TO PAPER-CODE.
039000      MOVE PP-WIDTH(1) TO PLOT-AREA-WIDTH.
039100      MOVE PP-HEIGHT(1) TO PLOT-AREA-HEIGHT.
039200 SET-PAPER-SIZE-EXIT.
039300      EXIT.
039400
039500*-----READS THE PEN-ASSIGNMENT TABLE, IF THERE IS ONE. A RECORD
039600*-----WITH NO SYMBOL OR A PEN OUTSIDE 1-8 IS REPORTED AND PASSED
039700*-----OVER; A SYMBOL GIVEN TWICE KEEPS ITS FIRST PEN.
039800 LOAD-PEN-TABLE.
039900      OPEN INPUT PEN-TABLE-FILE.
040000      IF PEN-TABLE-STATUS NOT = '00'
040100          MOVE 'NO PEN TABLE, EVERY SYMBOL DRAWS WITH PEN 1'
040200              TO PLOT-LOG-RECORD
040300          WRITE PLOT-LOG-RECORD
040400          GO TO LOAD-PEN-TABLE-EXIT.
040500 LOAD-PEN-LOOP.
040600      READ PEN-TABLE-FILE
040700          AT END MOVE 'Y' TO PEN-TABLE-EOF-SW.
040800      IF PEN-TABLE-IS-EOF GO TO LOAD-PEN-DONE.
040900      IF PEN-TABLE-RECORD = SPACES GO TO LOAD-PEN-LOOP.
041000      IF PT-SYMBOL = SPACE OR PT-PEN NOT NUMERIC
041100          OR PT-PEN < 1 OR PT-PEN > PEN-LIMIT
041200          MOVE SPACES TO WS-RPT-LINE
041300          STRING 'BAD PEN TABLE RECORD IGNORED: '
041400              DELIMITED BY SIZE
041500              PEN-TABLE-RECORD DELIMITED BY SIZE
041600              INTO WS-RPT-LINE
041700          WRITE PLOT-LOG-RECORD FROM WS-RPT-LINE
041800          MOVE 'Y' TO RUN-WARNING-SW
041900          GO TO LOAD-PEN-LOOP.
042000      MOVE PT-SYMBOL TO LOOKUP-SYMBOL.
042100      PERFORM FIND-PEN-FOR-SYMBOL THRU FIND-PEN-FOR-SYMBOL-EXIT.
042200      IF PEN-IDX NOT > PEN-ENTRY-CNT
042300          GO TO LOAD-PEN-LOOP.
042400      IF PEN-ENTRY-CNT < 50
042500          ADD 1 TO PEN-ENTRY-CNT
042600          MOVE PT-SYMBOL TO PE-SYMBOL(PEN-ENTRY-CNT)
042700          MOVE PT-PEN TO PE-PEN(PEN-ENTRY-CNT).
042800      GO TO LOAD-PEN-LOOP.
042900 LOAD-PEN-DONE.
043000      CLOSE PEN-TABLE-FILE.
043100 LOAD-PEN-TABLE-EXIT.
043200      EXIT.
043300
043400*-----THE PEN FOR LOOKUP-SYMBOL: THE TABLE'S, OR PEN 1. PEN-IDX
043500*-----IS LEFT PAST THE LAST ENTRY WHEN THE SYMBOL IS NOT IN THE
043600*-----TABLE.
043700 FIND-PEN-FOR-SYMBOL.
043800      MOVE 1 TO LOOKUP-PEN.
043900      MOVE 0 TO PEN-IDX.
044000 FIND-PEN-LOOP.
044100      ADD 1 TO PEN-IDX.
044200      IF PEN-IDX > PEN-ENTRY-CNT
044300          GO TO FIND-PEN-FOR-SYMBOL-EXIT.
044400      IF PE-SYMBOL(PEN-IDX) NOT = LOOKUP-SYMBOL
044500          GO TO FIND-PEN-LOOP.
044600      MOVE PE-PEN(PEN-IDX) TO LOOKUP-PEN.
044700 FIND-PEN-FOR-SYMBOL-EXIT.
044800      EXIT.
044900
045000*-----WALKS control.txt THE WAY DDA DOES AND PLOTS EVERY BASE
045100*-----DECK RUN WITH THE VECTOR EXPORT ON. A '*VECTOR' RECORD
045150*-----TURNS IT ON FOR THE DECKS BELOW IT (OFF AGAIN BY '*VECTOR
045200*-----OFF'); OVERLAYS DRAW INTO THEIR BASE DECK'S EXPORT AND OTHER
045250*-----DIRECTIVES NAME NO DRAWING, SO BOTH ARE PASSED OVER. A
045300*-----PRE-FLIGHT BATCH DRAWS NOTHING TO PLOT. A DECK IS PLOTTED
045350*-----ONLY WHEN THE RUN LOG SHOWS IT RAN OK OR WAS DONE BEFORE A
045400*-----RESTART -- A SKIPPED OR FAILED DECK CAN LEAVE A STALE OR
045450*-----PART-WRITTEN VECTOR FILE BEHIND -- AND ANY OTHER IS HELD
045500*-----BACK AND LISTED. WITH NO RUN LOG NOTHING CAN BE TRUSTED, SO
045550*-----NOTHING IS PLOTTED.
045600 PLOT-BATCH.
045700      OPEN INPUT CONTROL-FILE.
045800      IF CONTROL-FILE-STATUS NOT = '00'
045900          DISPLAY 'DDAPLOT-W002 CONTROL FILE NOT FOUND, '
046000              'NOTHING TO PLOT'
046100          MOVE 'CONTROL FILE NOT FOUND, NOTHING PLOTTED'
046200              TO PLOT-LOG-RECORD
046300          WRITE PLOT-LOG-RECORD
046400          MOVE 'Y' TO RUN-TROUBLE-SW
046500          GO TO PLOT-BATCH-EXIT.
046600 PLOT-BATCH-LOOP.
046700      READ CONTROL-FILE
046800          AT END MOVE 'Y' TO CONTROL-EOF-SW.
046900      IF CONTROL-IS-EOF GO TO PLOT-BATCH-DONE.
047000      ADD 1 TO CONTROL-RECORD-CNT.
047100      IF CONTROL-RECORD-CNT = 1
047200          AND CTL-INPUT-NAME = '*VALIDATE'
047300          MOVE 'PRE-FLIGHT BATCH, NO DRAWINGS TO PLOT'
047400              TO PLOT-LOG-RECORD
047500          WRITE PLOT-LOG-RECORD
047600          GO TO PLOT-BATCH-DONE.
047700      IF CTL-INPUT-NAME = SPACES
047800          GO TO PLOT-BATCH-LOOP.
047900      IF CTL-INPUT-NAME = '*VECTOR'
047942          IF CTL-OUTPUT-NAME = 'OFF'
047984              MOVE 'N' TO VECTOR-MODE-SW
048026              GO TO PLOT-BATCH-LOOP
048068          ELSE
048110              MOVE 'Y' TO VECTOR-MODE-SW
048152              GO TO PLOT-BATCH-LOOP.
048200      IF CTL-OVERLAY-FLAG = '*' OR CTL-OVERLAY-FLAG = '+'
048300          GO TO PLOT-BATCH-LOOP.
048400      IF NOT VECTOR-EXPORT-ON OR CTL-OUTPUT-NAME = SPACES
048500          GO TO PLOT-BATCH-LOOP.
048600      MOVE CTL-OUTPUT-NAME TO PLOT-DRAWING-NAME.
048611      IF NOT RUN-LOG-IS-LOADED
048622          PERFORM LOAD-RUN-LOG THRU LOAD-RUN-LOG-EXIT.
048633      IF RUN-LOG-STATUS NOT = '00'
048644          GO TO PLOT-BATCH-DONE.
048655      PERFORM FIND-RUN-LOG-STATUS THRU FIND-RUN-LOG-STATUS-EXIT.
048666      IF HELD-STATUS NOT = 'OK' AND HELD-STATUS NOT = 'DONE'
048677          PERFORM HOLD-BACK-DRAWING
048688          GO TO PLOT-BATCH-LOOP.
048700      PERFORM PLOT-ONE-DRAWING THRU PLOT-ONE-DRAWING-EXIT.
048800      GO TO PLOT-BATCH-LOOP.
048900 PLOT-BATCH-DONE.
049000      CLOSE CONTROL-FILE.
049033      IF HELD-BACK-CNT > 0
049066          PERFORM LIST-HELD-BACK THRU LIST-HELD-BACK-EXIT.
049100 PLOT-BATCH-EXIT.
049101      EXIT.
049102
049103*-----READS THE RUN LOG INTO THE TABLE, A DRAWING THAT RAN TWICE
049104*-----KEEPING ITS LATER LINE. A MISSING RUN LOG IS REPORTED AND
049105*-----LEAVES RUN-LOG-STATUS SHOWING IT.
049106 LOAD-RUN-LOG.
049107      MOVE 'Y' TO RUN-LOG-LOADED-SW.
049108      OPEN INPUT RUN-LOG-FILE.
049109      IF RUN-LOG-STATUS NOT = '00'
049110          DISPLAY 'DDAPLOT-W003 RUN LOG NOT FOUND, '
049111              'NOTHING TO PLOT'
049112          MOVE 'NO RUN LOG, NOTHING PLOTTED' TO PLOT-LOG-RECORD
049113          WRITE PLOT-LOG-RECORD
049114          MOVE 'Y' TO RUN-TROUBLE-SW
049115          GO TO LOAD-RUN-LOG-EXIT.
049116 LOAD-RUN-LOG-LOOP.
049117      READ RUN-LOG-FILE
049118          AT END MOVE 'Y' TO RUN-LOG-EOF-SW.
049119      IF RUN-LOG-IS-EOF GO TO LOAD-RUN-LOG-DONE.
049120      IF RL-STATUS = SPACES GO TO LOAD-RUN-LOG-LOOP.
049121      MOVE 0 TO RUN-LOG-IDX.
049122 LOAD-RUN-LOG-SCAN.
049123      ADD 1 TO RUN-LOG-IDX.
049124      IF RUN-LOG-IDX > RUN-LOG-CNT
049125          GO TO LOAD-RUN-LOG-NEW.
049126      IF RN-NAME(RUN-LOG-IDX) = RL-OUTPUT-NAME
049127          GO TO LOAD-RUN-LOG-FILL.
049128      GO TO LOAD-RUN-LOG-SCAN.
049129 LOAD-RUN-LOG-NEW.
049130      IF RUN-LOG-CNT NOT < 500
049131          GO TO LOAD-RUN-LOG-LOOP.
049132      ADD 1 TO RUN-LOG-CNT.
049133      MOVE RUN-LOG-CNT TO RUN-LOG-IDX.
049134 LOAD-RUN-LOG-FILL.
049135      MOVE RL-OUTPUT-NAME TO RN-NAME(RUN-LOG-IDX).
049136      MOVE RL-STATUS TO RN-STATUS(RUN-LOG-IDX).
049137      GO TO LOAD-RUN-LOG-LOOP.
049138 LOAD-RUN-LOG-DONE.
049139      CLOSE RUN-LOG-FILE.
049140      MOVE '00' TO RUN-LOG-STATUS.
049141 LOAD-RUN-LOG-EXIT.
049142      EXIT.
049143
049144*-----THE LATEST RUN LOG STATUS OF PLOT-DRAWING-NAME IN
049145*-----HELD-STATUS, OR 'NOT ON RUN LOG' WHEN IT NEVER RAN (OR
049146*-----OUTRAN THE TABLE).
049147 FIND-RUN-LOG-STATUS.
049148      MOVE 'NOT ON RUN LOG' TO HELD-STATUS.
049149      MOVE 0 TO RUN-LOG-IDX.
049150 FIND-RUN-LOG-LOOP.
049151      ADD 1 TO RUN-LOG-IDX.
049152      IF RUN-LOG-IDX > RUN-LOG-CNT
049153          GO TO FIND-RUN-LOG-STATUS-EXIT.
049154      IF RN-NAME(RUN-LOG-IDX) NOT = PLOT-DRAWING-NAME
049155          GO TO FIND-RUN-LOG-LOOP.
049156      MOVE RN-STATUS(RUN-LOG-IDX) TO HELD-STATUS.
049157 FIND-RUN-LOG-STATUS-EXIT.
049158      EXIT.
049159
049160*-----HOLDS A BATCH DRAWING BACK FROM PLOTTING: IT COUNTS AS NOT
049161*-----PLOTTED AND WARNS, AND GOES ON THE LIST AT THE END OF THE
049162*-----LOG. PAST THE LIST'S ROOM IT IS LOGGED WHERE IT FALLS
049163*-----INSTEAD.
049164 HOLD-BACK-DRAWING.
049165      ADD 1 TO DRAWINGS-MISSED-CNT.
049166      MOVE 'Y' TO RUN-WARNING-SW.
049167      IF HELD-BACK-CNT < 500
049168          ADD 1 TO HELD-BACK-CNT
049169          MOVE PLOT-DRAWING-NAME TO HB-NAME(HELD-BACK-CNT)
049170          MOVE HELD-STATUS TO HB-STATUS(HELD-BACK-CNT)
049171      ELSE
049172          MOVE SPACES TO WS-RPT-LINE
049173          STRING 'NOT PLOTTED, RUN LOG SAYS ' DELIMITED BY SIZE
049174              HELD-STATUS DELIMITED BY SIZE
049175              ': ' DELIMITED BY SIZE
049176              PLOT-DRAWING-NAME DELIMITED BY SPACE
049177              INTO WS-RPT-LINE
049178          WRITE PLOT-LOG-RECORD FROM WS-RPT-LINE.
049179
049180*-----LISTS THE BATCH DRAWINGS HELD BACK, EACH WITH ITS RUN LOG
049181*-----STATUS.
049182 LIST-HELD-BACK.
049183      MOVE 'DRAWINGS NOT PLOTTED        RUN LOG STATUS'
049184          TO PLOT-LOG-RECORD.
049185      WRITE PLOT-LOG-RECORD.
049186      MOVE 0 TO HELD-BACK-IDX.
049187 LIST-HELD-BACK-LOOP.
049188      ADD 1 TO HELD-BACK-IDX.
049189      IF HELD-BACK-IDX > HELD-BACK-CNT
049190          GO TO LIST-HELD-BACK-EXIT.
049191      MOVE SPACES TO WS-RPT-LINE.
049192      STRING '    ' DELIMITED BY SIZE
049193          HB-NAME(HELD-BACK-IDX) DELIMITED BY SIZE
049194          HB-STATUS(HELD-BACK-IDX) DELIMITED BY SIZE
049195          INTO WS-RPT-LINE.
049196      WRITE PLOT-LOG-RECORD FROM WS-RPT-LINE.
049197      GO TO LIST-HELD-BACK-LOOP.
049198 LIST-HELD-BACK-EXIT.
049200      EXIT.
049300
049400*-----PLOTS ONE DRAWING: LOADS ITS VECTOR FILE INTO THE STROKE
049500*-----TABLES, FITS THE EXTENTS TO THE PAPER, WRITES THE PLOT FILE
049600*-----PEN BY PEN, AND LOGS WHAT WAS DONE.
049700 PLOT-ONE-DRAWING.
049800      MOVE SPACES TO WS-VECTOR-FILENAME.
049900      STRING PLOT-DRAWING-NAME DELIMITED BY SPACE
050000          '.vec' DELIMITED BY SIZE
050100          INTO WS-VECTOR-FILENAME.
050200      MOVE SPACES TO WS-PLOT-FILENAME.
050300      STRING PLOT-DRAWING-NAME DELIMITED BY SPACE
050400          '.plt' DELIMITED BY SIZE
050500          INTO WS-PLOT-FILENAME.
050600      MOVE SPACES TO WS-RPT-LINE.
050700      STRING 'PLOT OF ' DELIMITED BY SIZE
050800          PLOT-DRAWING-NAME DELIMITED BY SPACE
050900          ' TO ' DELIMITED BY SIZE
051000          WS-PLOT-FILENAME DELIMITED BY SPACE
051100          ' ON ' DELIMITED BY SIZE
051200          PAPER-CODE DELIMITED BY SIZE
051300          INTO WS-RPT-LINE.
051400      WRITE PLOT-LOG-RECORD FROM WS-RPT-LINE.
051500      PERFORM LOAD-VECTOR-FILE THRU LOAD-VECTOR-FILE-EXIT.
051600      IF VECTOR-STATUS NOT = '00'
051700          GO TO PLOT-ONE-DRAWING-EXIT.
051800      IF STROKE-CNT = 0
051900          MOVE '    NOTHING DRAWN, NOT PLOTTED' TO PLOT-LOG-RECORD
052000          WRITE PLOT-LOG-RECORD
052100          ADD 1 TO DRAWINGS-MISSED-CNT
052200          MOVE 'Y' TO RUN-WARNING-SW
052300          GO TO PLOT-ONE-DRAWING-EXIT.
052400      PERFORM FIT-TO-PAPER.
052500      PERFORM MEASURE-EXPORTED-TRAVEL
052600          THRU MEASURE-EXPORTED-TRAVEL-EXIT.
052700      OPEN OUTPUT PLOT-FILE.
052800      IF PLOT-STATUS NOT = '00'
052900          MOVE SPACES TO WS-RPT-LINE
053000          STRING '    CANNOT OPEN PLOT FILE, NOT PLOTTED: '
053100              DELIMITED BY SIZE
053200              WS-PLOT-FILENAME DELIMITED BY SIZE
053300              INTO WS-RPT-LINE
053400          WRITE PLOT-LOG-RECORD FROM WS-RPT-LINE
053500          ADD 1 TO DRAWINGS-MISSED-CNT
053600          MOVE 'Y' TO RUN-TROUBLE-SW
053700          GO TO PLOT-ONE-DRAWING-EXIT.
053800      PERFORM LOG-EXTENTS-AND-SCALE.
053900*-----INITIALIZE, PLOT ABSOLUTE, THEN EVERY PEN IN TURN FROM THE
054000*-----PLOT ORIGIN; THE PEN IS PUT AWAY AT THE END.
054100      PERFORM START-PLOT-LINE.
054200      MOVE 'IN;' TO OUT-WORD.
054300      PERFORM APPEND-WORD THRU APPEND-WORD-EXIT.
054400      MOVE 'PA;' TO OUT-WORD.
054500      PERFORM APPEND-WORD THRU APPEND-WORD-EXIT.
054600      WRITE PLOT-RECORD FROM OUT-LINE.
054700      MOVE EXT-MIN-X TO CUR-X.
054800      MOVE EXT-MIN-Y TO CUR-Y.
054900      MOVE 0 TO TRAVEL-PLOT-GRID.
055000      MOVE 0 TO PEN-CHANGE-CNT.
055100      MOVE 1 TO PEN-NUM.
055200 PLOT-PEN-LOOP.
055300      IF PEN-NUM > PEN-LIMIT
055400          GO TO PLOT-PENS-DONE.
055500      MOVE 'N' TO PEN-STARTED-SW.
055600 PLOT-STROKE-LOOP.
055700      PERFORM FIND-NEAREST-STROKE THRU FIND-NEAREST-STROKE-EXIT.
055800      IF BEST-IDX = 0
055900          ADD 1 TO PEN-NUM
056000          GO TO PLOT-PEN-LOOP.
056100      IF NOT PEN-IS-STARTED
056200          PERFORM CHANGE-PEN
056300          MOVE 'Y' TO PEN-STARTED-SW.
056400      PERFORM PLOT-ONE-STROKE THRU PLOT-ONE-STROKE-EXIT.
056500      GO TO PLOT-STROKE-LOOP.
056600 PLOT-PENS-DONE.
056700      PERFORM START-PLOT-LINE.
056800      MOVE 'PU;' TO OUT-WORD.
056900      PERFORM APPEND-WORD THRU APPEND-WORD-EXIT.
057000      MOVE 'SP0;' TO OUT-WORD.
057100      PERFORM APPEND-WORD THRU APPEND-WORD-EXIT.
057200      WRITE PLOT-RECORD FROM OUT-LINE.
057300      CLOSE PLOT-FILE.
057400      ADD 1 TO DRAWINGS-PLOTTED-CNT.
057500      PERFORM LOG-PLOT-TOTALS.
057600 PLOT-ONE-DRAWING-EXIT.
057700      EXIT.
057800
057900*-----READS THE DRAWING'S VECTOR FILE INTO THE STROKE AND SEGMENT
058000*-----TABLES AND TRACKS ITS EXTENTS. A LINE STARTING WHERE THE
058100*-----OPEN STROKE ENDS, IN THE SAME PEN, EXTENDS IT; ANY OTHER
058200*-----LINE OR A CIRCLE STARTS A NEW STROKE, AND A MOVE CLOSES THE
058300*-----OPEN ONE. A RECORD OF NO KNOWN TYPE OR WITH A GARBLED
058400*-----COORDINATE IS COUNTED AND PASSED OVER.
058500 LOAD-VECTOR-FILE.
058600      MOVE 0 TO STROKE-CNT.
058700      MOVE 0 TO SEGMENT-CNT.
058800      MOVE 0 TO CIRCLE-CNT.
058900      MOVE 0 TO VECTOR-READ-CNT.
059000      MOVE 0 TO VECTOR-BAD-CNT.
059100      MOVE 0 TO DOWN-TOTAL-GRID.
059200      MOVE 'N' TO STROKE-OPEN-SW.
059300      MOVE 'N' TO TABLE-FULL-SW.
059400      MOVE 'N' TO EXTENTS-SET-SW.
059500      MOVE 'N' TO VECTOR-EOF-SW.
059600      MOVE 0 TO EXT-MIN-X.
059700      MOVE 0 TO EXT-MAX-X.
059800      MOVE 0 TO EXT-MIN-Y.
059900      MOVE 0 TO EXT-MAX-Y.
060000      MOVE 0 TO PEN-NUM.
060100 CLEAR-PEN-TOTALS.
060200      ADD 1 TO PEN-NUM.
060300      IF PEN-NUM NOT > PEN-LIMIT
060400          MOVE 0 TO PN-STROKE-CNT(PEN-NUM)
060500          MOVE 0 TO PN-DOWN-GRID(PEN-NUM)
060600          GO TO CLEAR-PEN-TOTALS.
060700      OPEN INPUT VECTOR-FILE.
060800      IF VECTOR-STATUS NOT = '00'
060900          MOVE SPACES TO WS-RPT-LINE
061000          STRING '    NO VECTOR FILE, NOT PLOTTED: '
061100              DELIMITED BY SIZE
061200              WS-VECTOR-FILENAME DELIMITED BY SIZE
061300              INTO WS-RPT-LINE
061400          WRITE PLOT-LOG-RECORD FROM WS-RPT-LINE
061500          ADD 1 TO DRAWINGS-MISSED-CNT
061600          IF PLOTTING-A-BATCH
061700              MOVE 'Y' TO RUN-WARNING-SW
061800              GO TO LOAD-VECTOR-FILE-EXIT
061900          ELSE
062000              MOVE 'Y' TO RUN-TROUBLE-SW
062100              GO TO LOAD-VECTOR-FILE-EXIT.
062200 LOAD-VECTOR-LOOP.
062300      READ VECTOR-FILE
062400          AT END MOVE 'Y' TO VECTOR-EOF-SW.
062500      IF VECTOR-IS-EOF GO TO LOAD-VECTOR-DONE.
062600      ADD 1 TO VECTOR-READ-CNT.
062700      IF VEC-X1 NOT NUMERIC OR VEC-Y1 NOT NUMERIC
062800          OR VEC-X2 NOT NUMERIC OR VEC-Y2 NOT NUMERIC
062900          ADD 1 TO VECTOR-BAD-CNT
063000          GO TO LOAD-VECTOR-LOOP.
063100      IF VEC-TYPE = 'M'
063200          MOVE 'N' TO STROKE-OPEN-SW
063300          GO TO LOAD-VECTOR-LOOP.
063400      IF VEC-TYPE = 'L'
063500          PERFORM LOAD-LINE-RECORD THRU LOAD-LINE-RECORD-EXIT
063600          GO TO LOAD-VECTOR-LOOP.
063700      IF VEC-TYPE = 'C'
063800          PERFORM LOAD-CIRCLE-RECORD THRU LOAD-CIRCLE-RECORD-EXIT
063900          GO TO LOAD-VECTOR-LOOP.
064000      ADD 1 TO VECTOR-BAD-CNT.
064100      GO TO LOAD-VECTOR-LOOP.
064200 LOAD-VECTOR-DONE.
064300      CLOSE VECTOR-FILE.
064400      MOVE '00' TO VECTOR-STATUS.
064500      IF TABLE-IS-FULL
064600          MOVE SPACES TO WS-RPT-LINE
064700          MOVE STROKE-LIMIT TO RPT-NUM-ED
064800          MOVE SEG-TABLE-LIMIT TO RPT-NUM-ED-2
064900          STRING '    STROKE TABLES FULL (' DELIMITED BY SIZE
065000              RPT-NUM-ED DELIMITED BY SIZE
065100              ' STROKES,' DELIMITED BY SIZE
065200              RPT-NUM-ED-2 DELIMITED BY SIZE
065300              ' LINES), DRAWING PLOTTED IN PART' DELIMITED BY SIZE
065400              INTO WS-RPT-LINE
065500          WRITE PLOT-LOG-RECORD FROM WS-RPT-LINE
065600          MOVE 'Y' TO RUN-TROUBLE-SW.
065700 LOAD-VECTOR-FILE-EXIT.
065800      EXIT.
065900
066000 LOAD-LINE-RECORD.
066100      MOVE VEC-SYMBOL TO LOOKUP-SYMBOL.
066200      PERFORM FIND-PEN-FOR-SYMBOL THRU FIND-PEN-FOR-SYMBOL-EXIT.
066300      IF SEGMENT-CNT NOT < SEG-TABLE-LIMIT
066400          MOVE 'Y' TO TABLE-FULL-SW
066500          GO TO LOAD-LINE-RECORD-EXIT.
066600      IF STROKE-IS-OPEN
066700          AND ST-PEN(STROKE-CNT) = LOOKUP-PEN
066800          AND ST-END-X(STROKE-CNT) = VEC-X1
066900          AND ST-END-Y(STROKE-CNT) = VEC-Y1
067000          GO TO LOAD-LINE-EXTEND.
067100      IF STROKE-CNT NOT < STROKE-LIMIT
067200          MOVE 'Y' TO TABLE-FULL-SW
067300          GO TO LOAD-LINE-RECORD-EXIT.
067400      ADD 1 TO STROKE-CNT.
067500      MOVE 'L' TO ST-KIND(STROKE-CNT).
067600      MOVE LOOKUP-PEN TO ST-PEN(STROKE-CNT).
067700      ADD 1 SEGMENT-CNT GIVING ST-FIRST-SEG(STROKE-CNT).
067800      MOVE VEC-X1 TO ST-START-X(STROKE-CNT).
067900      MOVE VEC-Y1 TO ST-START-Y(STROKE-CNT).
068000      MOVE 0 TO ST-CTR-X(STROKE-CNT).
068100      MOVE 0 TO ST-CTR-Y(STROKE-CNT).
068200      MOVE 'N' TO ST-DONE-SW(STROKE-CNT).
068300      ADD 1 TO PN-STROKE-CNT(LOOKUP-PEN).
068400      MOVE 'Y' TO STROKE-OPEN-SW.
068500 LOAD-LINE-EXTEND.
068600      ADD 1 TO SEGMENT-CNT.
068700      MOVE VEC-X1 TO SG-X1(SEGMENT-CNT).
068800      MOVE VEC-Y1 TO SG-Y1(SEGMENT-CNT).
068900      MOVE VEC-X2 TO SG-X2(SEGMENT-CNT).
069000      MOVE VEC-Y2 TO SG-Y2(SEGMENT-CNT).
069100      MOVE SEGMENT-CNT TO ST-LAST-SEG(STROKE-CNT).
069200      MOVE VEC-X2 TO ST-END-X(STROKE-CNT).
069300      MOVE VEC-Y2 TO ST-END-Y(STROKE-CNT).
069400      MOVE VEC-X1 TO EXT-PT-X.
069500      MOVE VEC-Y1 TO EXT-PT-Y.
069600      PERFORM TRACK-EXTENTS.
069700      MOVE VEC-X2 TO EXT-PT-X.
069800      MOVE VEC-Y2 TO EXT-PT-Y.
069900      PERFORM TRACK-EXTENTS.
070000      MOVE VEC-X1 TO CUR-X.
070100      MOVE VEC-Y1 TO CUR-Y.
070200      MOVE VEC-X2 TO ENTRY-X.
070300      MOVE VEC-Y2 TO ENTRY-Y.
070400      PERFORM MEASURE-DISTANCE THRU MEASURE-DISTANCE-EXIT.
070500      ADD SEG-LENGTH TO PN-DOWN-GRID(LOOKUP-PEN).
070600      ADD SEG-LENGTH TO DOWN-TOTAL-GRID.
070700 LOAD-LINE-RECORD-EXIT.
070800      EXIT.
070900
071000*-----A CIRCLE IS ENTERED AND LEFT AT ITS RIGHTMOST POINT, AND ITS
071100*-----WHOLE BOX COUNTS TOWARD THE EXTENTS.
071200 LOAD-CIRCLE-RECORD.
071300      MOVE 'N' TO STROKE-OPEN-SW.
071400      IF STROKE-CNT NOT < STROKE-LIMIT
071500          MOVE 'Y' TO TABLE-FULL-SW
071600          GO TO LOAD-CIRCLE-RECORD-EXIT.
071700      MOVE VEC-SYMBOL TO LOOKUP-SYMBOL.
071800      PERFORM FIND-PEN-FOR-SYMBOL THRU FIND-PEN-FOR-SYMBOL-EXIT.
071900      ADD 1 TO STROKE-CNT.
072000      ADD 1 TO CIRCLE-CNT.
072100      MOVE 'C' TO ST-KIND(STROKE-CNT).
072200      MOVE LOOKUP-PEN TO ST-PEN(STROKE-CNT).
072300      MOVE 0 TO ST-FIRST-SEG(STROKE-CNT).
072400      MOVE 0 TO ST-LAST-SEG(STROKE-CNT).
072500      MOVE VEC-X1 TO ST-CTR-X(STROKE-CNT).
072600      MOVE VEC-Y1 TO ST-CTR-Y(STROKE-CNT).
072700      ADD VEC-X1 VEC-X2 GIVING ST-START-X(STROKE-CNT).
072800      MOVE VEC-Y1 TO ST-START-Y(STROKE-CNT).
072900      MOVE ST-START-X(STROKE-CNT) TO ST-END-X(STROKE-CNT).
073000      MOVE VEC-Y1 TO ST-END-Y(STROKE-CNT).
073100      MOVE 'N' TO ST-DONE-SW(STROKE-CNT).
073200      ADD 1 TO PN-STROKE-CNT(LOOKUP-PEN).
073300      ADD VEC-X1 VEC-X2 GIVING EXT-PT-X.
073400      ADD VEC-Y1 VEC-X2 GIVING EXT-PT-Y.
073500      PERFORM TRACK-EXTENTS.
073600      SUBTRACT VEC-X2 FROM VEC-X1 GIVING EXT-PT-X.
073700      SUBTRACT VEC-X2 FROM VEC-Y1 GIVING EXT-PT-Y.
073800      PERFORM TRACK-EXTENTS.
073900      COMPUTE SEG-LENGTH ROUNDED = 6.28319 * VEC-X2.
074000      ADD SEG-LENGTH TO PN-DOWN-GRID(LOOKUP-PEN).
074100      ADD SEG-LENGTH TO DOWN-TOTAL-GRID.
074200 LOAD-CIRCLE-RECORD-EXIT.
074300      EXIT.
074400
074500 TRACK-EXTENTS.
074600      IF NOT EXTENTS-ARE-SET
074700          MOVE EXT-PT-X TO EXT-MIN-X
074800          MOVE EXT-PT-X TO EXT-MAX-X
074900          MOVE EXT-PT-Y TO EXT-MIN-Y
075000          MOVE EXT-PT-Y TO EXT-MAX-Y
075100          MOVE 'Y' TO EXTENTS-SET-SW.
075200      IF EXT-PT-X < EXT-MIN-X
075300          MOVE EXT-PT-X TO EXT-MIN-X.
075400      IF EXT-PT-X > EXT-MAX-X
075500          MOVE EXT-PT-X TO EXT-MAX-X.
075600      IF EXT-PT-Y < EXT-MIN-Y
075700          MOVE EXT-PT-Y TO EXT-MIN-Y.
075800      IF EXT-PT-Y > EXT-MAX-Y
075900          MOVE EXT-PT-Y TO EXT-MAX-Y.
076000
076100*-----ONE WHOLE NUMBER OF PLOTTER UNITS PER GRID UNIT, THE LARGEST
076200*-----THAT FITS THE EXTENTS ON THE PAPER BOTH WAYS. A DRAWING ONE
076300*-----GRID UNIT WIDE OR HIGH IS TREATED AS ONE UNIT ACROSS.
076400 FIT-TO-PAPER.
076500      SUBTRACT EXT-MIN-X FROM EXT-MAX-X GIVING SPAN-X.
076600      SUBTRACT EXT-MIN-Y FROM EXT-MAX-Y GIVING SPAN-Y.
076700      IF SPAN-X = 0
076800          MOVE 1 TO SPAN-X.
076900      IF SPAN-Y = 0
077000          MOVE 1 TO SPAN-Y.
077100      DIVIDE SPAN-X INTO PLOT-AREA-WIDTH GIVING SCALE-X.
077200      DIVIDE SPAN-Y INTO PLOT-AREA-HEIGHT GIVING SCALE-Y.
077300      MOVE SCALE-X TO PLOT-SCALE.
077400      IF SCALE-Y < PLOT-SCALE
077500          MOVE SCALE-Y TO PLOT-SCALE.
077600      IF PLOT-SCALE = 0
077700          MOVE 1 TO PLOT-SCALE.
077800
077900*-----THE PEN-UP TRAVEL THE EXPORT'S OWN ORDER WOULD COST: FROM
078000*-----THE PLOT ORIGIN TO EACH STROKE'S START IN TURN.
078100 MEASURE-EXPORTED-TRAVEL.
078200      MOVE 0 TO TRAVEL-FILE-GRID.
078300      MOVE EXT-MIN-X TO CUR-X.
078400      MOVE EXT-MIN-Y TO CUR-Y.
078500      MOVE 0 TO STROKE-IDX.
078600 MEASURE-TRAVEL-LOOP.
078700      ADD 1 TO STROKE-IDX.
078800      IF STROKE-IDX > STROKE-CNT
078900          GO TO MEASURE-EXPORTED-TRAVEL-EXIT.
079000      MOVE ST-START-X(STROKE-IDX) TO ENTRY-X.
079100      MOVE ST-START-Y(STROKE-IDX) TO ENTRY-Y.
079200      PERFORM MEASURE-DISTANCE THRU MEASURE-DISTANCE-EXIT.
079300      ADD SEG-LENGTH TO TRAVEL-FILE-GRID.
079400      MOVE ST-END-X(STROKE-IDX) TO CUR-X.
079500      MOVE ST-END-Y(STROKE-IDX) TO CUR-Y.
079600      GO TO MEASURE-TRAVEL-LOOP.
079700 MEASURE-EXPORTED-TRAVEL-EXIT.
079800      EXIT.
079900
080000*-----FINDS THE STROKE FOR PEN-NUM, NOT YET PLOTTED, WHOSE START
080100*-----(OR, FOR A LINE STROKE, WHOSE END) LIES NEAREST THE PEN.
080200*-----BEST-IDX IS ZERO WHEN THE PEN HAS NOTHING LEFT TO DRAW.
080300 FIND-NEAREST-STROKE.
080400      MOVE 0 TO BEST-IDX.
080500      MOVE 99999999999 TO BEST-SQ.
080600      MOVE 'N' TO BEST-REVERSED-SW.
080700      MOVE 0 TO STROKE-IDX.
080800 FIND-NEAREST-LOOP.
080900      ADD 1 TO STROKE-IDX.
081000      IF STROKE-IDX > STROKE-CNT
081100          GO TO FIND-NEAREST-STROKE-EXIT.
081200      IF ST-DONE-SW(STROKE-IDX) = 'Y'
081300          OR ST-PEN(STROKE-IDX) NOT = PEN-NUM
081400          GO TO FIND-NEAREST-LOOP.
081500      MOVE ST-START-X(STROKE-IDX) TO ENTRY-X.
081600      MOVE ST-START-Y(STROKE-IDX) TO ENTRY-Y.
081700      PERFORM SQUARE-DISTANCE.
081800      IF BEST-IDX = 0 OR DIST-SQ < BEST-SQ
081900          MOVE STROKE-IDX TO BEST-IDX
082000          MOVE DIST-SQ TO BEST-SQ
082100          MOVE 'N' TO BEST-REVERSED-SW.
082200      IF ST-KIND(STROKE-IDX) NOT = 'L'
082300          GO TO FIND-NEAREST-LOOP.
082400      MOVE ST-END-X(STROKE-IDX) TO ENTRY-X.
082500      MOVE ST-END-Y(STROKE-IDX) TO ENTRY-Y.
082600      PERFORM SQUARE-DISTANCE.
082700      IF DIST-SQ < BEST-SQ
082800          MOVE STROKE-IDX TO BEST-IDX
082900          MOVE DIST-SQ TO BEST-SQ
083000          MOVE 'Y' TO BEST-REVERSED-SW.
083100      GO TO FIND-NEAREST-LOOP.
083200 FIND-NEAREST-STROKE-EXIT.
083300      EXIT.
083400
083500*-----SELECTS PEN-NUM ON THE PLOTTER AND LOGS THE CHANGE WITH WHAT
083600*-----THE PEN IS ABOUT TO DRAW.
083700 CHANGE-PEN.
083800      ADD 1 TO PEN-CHANGE-CNT.
083900      MOVE 'N' TO PEN-DOWN-SW.
084000      PERFORM START-PLOT-LINE.
084100      MOVE 'SP' TO OUT-WORD.
084200      PERFORM APPEND-WORD THRU APPEND-WORD-EXIT.
084300      MOVE PEN-NUM TO OUT-NUM.
084400      PERFORM APPEND-NUMBER THRU APPEND-NUMBER-EXIT.
084500      MOVE ';' TO OUT-WORD.
084600      PERFORM APPEND-WORD THRU APPEND-WORD-EXIT.
084700      WRITE PLOT-RECORD FROM OUT-LINE.
084800      MOVE SPACES TO WS-RPT-LINE.
084900      MOVE PEN-NUM TO RPT-NUM-ED.
085000      MOVE PN-STROKE-CNT(PEN-NUM) TO RPT-NUM-ED-2.
085100      COMPUTE LENGTH-MM ROUNDED =
085200          PN-DOWN-GRID(PEN-NUM) * PLOT-SCALE / 40.
085300      MOVE LENGTH-MM TO RPT-LENGTH-ED.
085400      STRING '    PEN CHANGE TO PEN' DELIMITED BY SIZE
085500          RPT-NUM-ED DELIMITED BY SIZE
085600          ':' DELIMITED BY SIZE
085700          RPT-NUM-ED-2 DELIMITED BY SIZE
085800          ' STROKES,' DELIMITED BY SIZE
085900          RPT-LENGTH-ED DELIMITED BY SIZE
086000          ' MM PEN DOWN' DELIMITED BY SIZE
086100          INTO WS-RPT-LINE.
086200      WRITE PLOT-LOG-RECORD FROM WS-RPT-LINE.
086300
086400*-----PLOTS STROKE BEST-IDX: A PEN-UP MOVE TO WHERE IT IS ENTERED
086500*-----(NONE WHEN THE PEN IS DOWN THERE ALREADY), THEN EITHER ONE
086600*-----TRUE ARC ROUND THE CIRCLE'S CENTER OR A PEN-DOWN MOVE TO
086700*-----EACH LINE END IN TURN -- WALKED BACKWARD WHEN THE STROKE IS
086800*-----ENTERED FROM ITS FAR END.
086900 PLOT-ONE-STROKE.
087000      MOVE BEST-IDX TO STROKE-IDX.
087100      MOVE 'Y' TO ST-DONE-SW(STROKE-IDX).
087200      IF BEST-IS-REVERSED
087300          MOVE ST-END-X(STROKE-IDX) TO ENTRY-X
087400          MOVE ST-END-Y(STROKE-IDX) TO ENTRY-Y
087500      ELSE
087600          MOVE ST-START-X(STROKE-IDX) TO ENTRY-X
087700          MOVE ST-START-Y(STROKE-IDX) TO ENTRY-Y.
087800      PERFORM MEASURE-DISTANCE THRU MEASURE-DISTANCE-EXIT.
087900      ADD SEG-LENGTH TO TRAVEL-PLOT-GRID.
088000      IF SEG-LENGTH NOT = 0 OR NOT PEN-IS-DOWN
088100          MOVE ENTRY-X TO GRID-X
088200          MOVE ENTRY-Y TO GRID-Y
088300          MOVE 'PU' TO OUT-WORD
088400          PERFORM WRITE-PLOT-MOVE.
088500      MOVE 'Y' TO PEN-DOWN-SW.
088600      IF ST-KIND(STROKE-IDX) = 'C'
088700          GO TO PLOT-CIRCLE-STROKE.
088800      IF BEST-IS-REVERSED
088900          MOVE ST-LAST-SEG(STROKE-IDX) TO SEG-IDX
089000          GO TO PLOT-LINE-BACKWARD.
089100      MOVE ST-FIRST-SEG(STROKE-IDX) TO SEG-IDX.
089200 PLOT-LINE-FORWARD.
089300      MOVE SG-X2(SEG-IDX) TO GRID-X.
089400      MOVE SG-Y2(SEG-IDX) TO GRID-Y.
089500      MOVE 'PD' TO OUT-WORD.
089600      PERFORM WRITE-PLOT-MOVE.
089700      ADD 1 TO SEG-IDX.
089800      IF SEG-IDX NOT > ST-LAST-SEG(STROKE-IDX)
089900          GO TO PLOT-LINE-FORWARD.
090000      MOVE ST-END-X(STROKE-IDX) TO CUR-X.
090100      MOVE ST-END-Y(STROKE-IDX) TO CUR-Y.
090200      GO TO PLOT-ONE-STROKE-EXIT.
090300 PLOT-LINE-BACKWARD.
090400      MOVE SG-X1(SEG-IDX) TO GRID-X.
090500      MOVE SG-Y1(SEG-IDX) TO GRID-Y.
090600      MOVE 'PD' TO OUT-WORD.
090700      PERFORM WRITE-PLOT-MOVE.
090800      SUBTRACT 1 FROM SEG-IDX.
090900      IF SEG-IDX NOT < ST-FIRST-SEG(STROKE-IDX)
091000          GO TO PLOT-LINE-BACKWARD.
091100      MOVE ST-START-X(STROKE-IDX) TO CUR-X.
091200      MOVE ST-START-Y(STROKE-IDX) TO CUR-Y.
091300      GO TO PLOT-ONE-STROKE-EXIT.
091400 PLOT-CIRCLE-STROKE.
091500      PERFORM START-PLOT-LINE.
091600      MOVE 'PD;' TO OUT-WORD.
091700      PERFORM APPEND-WORD THRU APPEND-WORD-EXIT.
091800      MOVE 'AA' TO OUT-WORD.
091900      PERFORM APPEND-WORD THRU APPEND-WORD-EXIT.
092000      MOVE ST-CTR-X(STROKE-IDX) TO GRID-X.
092100      MOVE ST-CTR-Y(STROKE-IDX) TO GRID-Y.
092200      PERFORM TO-PLOT-UNITS.
092300      MOVE PLOT-X TO OUT-NUM.
092400      PERFORM APPEND-NUMBER THRU APPEND-NUMBER-EXIT.
092500      MOVE ',' TO OUT-WORD.
092600      PERFORM APPEND-WORD THRU APPEND-WORD-EXIT.
092700      MOVE PLOT-Y TO OUT-NUM.
092800      PERFORM APPEND-NUMBER THRU APPEND-NUMBER-EXIT.
092900      MOVE ',360' TO OUT-WORD.
093000      PERFORM APPEND-WORD THRU APPEND-WORD-EXIT.
093100      MOVE ';' TO OUT-WORD.
093200      PERFORM APPEND-WORD THRU APPEND-WORD-EXIT.
093300      WRITE PLOT-RECORD FROM OUT-LINE.
093400      MOVE ENTRY-X TO CUR-X.
093500      MOVE ENTRY-Y TO CUR-Y.
093600 PLOT-ONE-STROKE-EXIT.
093700      EXIT.
093800
093900*-----ONE 'PU' OR 'PD' COMMAND (IN OUT-WORD) TO THE GRID POINT IN
094000*-----GRID-X/Y.
094100 WRITE-PLOT-MOVE.
094200      PERFORM START-PLOT-LINE.
094300      PERFORM APPEND-WORD THRU APPEND-WORD-EXIT.
094400      PERFORM TO-PLOT-UNITS.
094500      MOVE PLOT-X TO OUT-NUM.
094600      PERFORM APPEND-NUMBER THRU APPEND-NUMBER-EXIT.
094700      MOVE ',' TO OUT-WORD.
094800      PERFORM APPEND-WORD THRU APPEND-WORD-EXIT.
094900      MOVE PLOT-Y TO OUT-NUM.
095000      PERFORM APPEND-NUMBER THRU APPEND-NUMBER-EXIT.
095100      MOVE ';' TO OUT-WORD.
095200      PERFORM APPEND-WORD THRU APPEND-WORD-EXIT.
095300      WRITE PLOT-RECORD FROM OUT-LINE.
095400
095500*-----GRID-X/Y TO PLOTTER UNITS: MEASURED FROM THE EXTENTS' LOWER
095600*-----LEFT CORNER, SO NOTHING PLOTS BELOW OR LEFT OF THE ORIGIN.
095700 TO-PLOT-UNITS.
095800      SUBTRACT EXT-MIN-X FROM GRID-X GIVING PLOT-WORK.
095900      MULTIPLY PLOT-WORK BY PLOT-SCALE GIVING PLOT-X.
096000      SUBTRACT EXT-MIN-Y FROM GRID-Y GIVING PLOT-WORK.
096100      MULTIPLY PLOT-WORK BY PLOT-SCALE GIVING PLOT-Y.
096200
096300 START-PLOT-LINE.
096400      MOVE SPACES TO OUT-LINE.
096500      MOVE 0 TO OUT-POS.
096600
096700*-----APPENDS OUT-WORD TO THE COMMAND LINE, UP TO ITS FIRST SPACE.
096800 APPEND-WORD.
096900      MOVE 0 TO OUT-WORD-IDX.
097000 APPEND-WORD-LOOP.
097100      ADD 1 TO OUT-WORD-IDX.
097200      IF OUT-WORD-IDX > 4
097300          GO TO APPEND-WORD-EXIT.
097400      IF OUT-WORD-CHAR(OUT-WORD-IDX) = SPACE
097500          GO TO APPEND-WORD-EXIT.
097600      ADD 1 TO OUT-POS.
097700      MOVE OUT-WORD-CHAR(OUT-WORD-IDX) TO OUT-CHAR(OUT-POS).
097800      GO TO APPEND-WORD-LOOP.
097900 APPEND-WORD-EXIT.
098000      EXIT.
098100
098200*-----APPENDS OUT-NUM TO THE COMMAND LINE WITHOUT ITS LEADING
098300*-----ZEROS; ZERO ITSELF GOES OUT AS ONE DIGIT.
098400 APPEND-NUMBER.
098500      MOVE 'N' TO OUT-NUM-STARTED-SW.
098600      MOVE 0 TO OUT-NUM-IDX.
098700 APPEND-NUMBER-LOOP.
098800      ADD 1 TO OUT-NUM-IDX.
098900      IF OUT-NUM-IDX > 7
099000          GO TO APPEND-NUMBER-EXIT.
099100      IF OUT-NUM-DIGIT(OUT-NUM-IDX) = '0'
099200          AND NOT OUT-NUM-IS-STARTED
099300          AND OUT-NUM-IDX < 7
099400          GO TO APPEND-NUMBER-LOOP.
099500      MOVE 'Y' TO OUT-NUM-STARTED-SW.
099600      ADD 1 TO OUT-POS.
099700      MOVE OUT-NUM-DIGIT(OUT-NUM-IDX) TO OUT-CHAR(OUT-POS).
099800      GO TO APPEND-NUMBER-LOOP.
099900 APPEND-NUMBER-EXIT.
100000      EXIT.
100100
100200*-----THE SQUARED DISTANCE FROM THE PEN (CUR-X/Y) TO ENTRY-X/Y,
100300*-----IN GRID UNITS -- ENOUGH TO COMPARE CANDIDATES BY.
100400 SQUARE-DISTANCE.
100500      SUBTRACT CUR-X FROM ENTRY-X GIVING DIST-DX.
100600      SUBTRACT CUR-Y FROM ENTRY-Y GIVING DIST-DY.
100700      MULTIPLY DIST-DX BY DIST-DX GIVING DIST-SQ.
100800      MULTIPLY DIST-DY BY DIST-DY GIVING DIST-DY-SQ.
100900      ADD DIST-DY-SQ TO DIST-SQ.
101000
101100*-----THE STRAIGHT-LINE DISTANCE FROM CUR-X/Y TO ENTRY-X/Y INTO
101200*-----SEG-LENGTH, BY NEWTON'S METHOD ON THE SQUARED DISTANCE.
101300*-----STARTING ABOVE THE ROOT, EACH STEP COMES DOWN TOWARD IT, AND
101400*-----THE WALK STOPS WHEN A STEP NO LONGER GAINS.
101500 MEASURE-DISTANCE.
101600      PERFORM SQUARE-DISTANCE.
101700      MOVE 0 TO SEG-LENGTH.
101800      IF DIST-SQ = 0
101900          GO TO MEASURE-DISTANCE-EXIT.
102000      MOVE DIST-SQ TO SQ-VALUE.
102100      IF SQ-VALUE > 9999999
102200          MOVE 9999999 TO SQ-ROOT
102300      ELSE
102400          MOVE SQ-VALUE TO SQ-ROOT.
102500      MOVE 0 TO SQ-ITER.
102600 MEASURE-DISTANCE-LOOP.
102700      ADD 1 TO SQ-ITER.
102800      DIVIDE SQ-ROOT INTO SQ-VALUE GIVING SQ-QUOT ROUNDED.
102900      IF SQ-QUOT NOT < SQ-ROOT OR SQ-ITER > 60
103000          GO TO MEASURE-DISTANCE-DONE.
103100      ADD SQ-QUOT TO SQ-ROOT.
103200      DIVIDE 2 INTO SQ-ROOT ROUNDED.
103300      GO TO MEASURE-DISTANCE-LOOP.
103400 MEASURE-DISTANCE-DONE.
103500      MOVE SQ-ROOT TO SEG-LENGTH.
103600 MEASURE-DISTANCE-EXIT.
103700      EXIT.
103800
103900*-----THE LOG LINES FOR THE DRAWING'S EXTENTS AND THE FIT.
104000 LOG-EXTENTS-AND-SCALE.
104100      MOVE SPACES TO WS-RPT-LINE.
104200      MOVE EXT-MIN-X TO RPT-COORD-ED.
104300      MOVE EXT-MAX-X TO RPT-COORD-ED-2.
104400      MOVE EXT-MIN-Y TO RPT-COORD-ED-3.
104500      MOVE EXT-MAX-Y TO RPT-COORD-ED-4.
104600      STRING '    EXTENTS X' DELIMITED BY SIZE
104700          RPT-COORD-ED DELIMITED BY SIZE
104800          ' TO' DELIMITED BY SIZE
104900          RPT-COORD-ED-2 DELIMITED BY SIZE
105000          '  Y' DELIMITED BY SIZE
105100          RPT-COORD-ED-3 DELIMITED BY SIZE
105200          ' TO' DELIMITED BY SIZE
105300          RPT-COORD-ED-4 DELIMITED BY SIZE
105400          ' GRID UNITS' DELIMITED BY SIZE
105500          INTO WS-RPT-LINE.
105600      WRITE PLOT-LOG-RECORD FROM WS-RPT-LINE.
105700      MOVE SPACES TO WS-RPT-LINE.
105800      MOVE PLOT-SCALE TO RPT-NUM-ED.
105900      MULTIPLY SPAN-X BY PLOT-SCALE GIVING PLOT-X.
106000      MULTIPLY SPAN-Y BY PLOT-SCALE GIVING PLOT-Y.
106100      DIVIDE 40 INTO PLOT-X GIVING LENGTH-MM ROUNDED.
106200      MOVE LENGTH-MM TO RPT-LENGTH-ED.
106300      DIVIDE 40 INTO PLOT-Y GIVING LENGTH-MM ROUNDED.
106400      MOVE LENGTH-MM TO RPT-LENGTH-ED-2.
106500      STRING '    SCALE' DELIMITED BY SIZE
106600          RPT-NUM-ED DELIMITED BY SIZE
106700          ' PLOTTER UNITS PER GRID UNIT, PLOT' DELIMITED BY SIZE
106800          RPT-LENGTH-ED DELIMITED BY SIZE
106900          ' X' DELIMITED BY SIZE
107000          RPT-LENGTH-ED-2 DELIMITED BY SIZE
107100          ' MM' DELIMITED BY SIZE
107200          INTO WS-RPT-LINE.
107300      WRITE PLOT-LOG-RECORD FROM WS-RPT-LINE.
107400
107500*-----THE LOG LINES THAT CLOSE A DRAWING: WHAT WAS PLOTTED, THE
107600*-----PEN-DOWN LENGTH, AND THE PEN-UP TRAVEL SAVED BY REORDERING.
107700 LOG-PLOT-TOTALS.
107800      MOVE SPACES TO WS-RPT-LINE.
107900      MOVE SEGMENT-CNT TO RPT-NUM-ED.
108000      SUBTRACT CIRCLE-CNT FROM STROKE-CNT GIVING SEG-IDX.
108100      MOVE SEG-IDX TO RPT-NUM-ED-2.
108200      MOVE CIRCLE-CNT TO RPT-COORD-ED.
108300      MOVE VECTOR-BAD-CNT TO RPT-COORD-ED-2.
108400      STRING '    LINES' DELIMITED BY SIZE
108500          RPT-NUM-ED DELIMITED BY SIZE
108600          ' IN' DELIMITED BY SIZE
108700          RPT-NUM-ED-2 DELIMITED BY SIZE
108800          ' STROKES  CIRCLES' DELIMITED BY SIZE
108900          RPT-COORD-ED DELIMITED BY SIZE
109000          '  RECORDS NOT PLOTTABLE' DELIMITED BY SIZE
109100          RPT-COORD-ED-2 DELIMITED BY SIZE
109200          INTO WS-RPT-LINE.
109300      WRITE PLOT-LOG-RECORD FROM WS-RPT-LINE.
109400      MOVE SPACES TO WS-RPT-LINE.
109500      MOVE PEN-CHANGE-CNT TO RPT-NUM-ED.
109600      COMPUTE LENGTH-MM ROUNDED =
109700          DOWN-TOTAL-GRID * PLOT-SCALE / 40.
109800      MOVE LENGTH-MM TO RPT-LENGTH-ED.
109900      STRING '    PEN CHANGES' DELIMITED BY SIZE
110000          RPT-NUM-ED DELIMITED BY SIZE
110100          '  TOTAL PEN-DOWN LENGTH' DELIMITED BY SIZE
110200          RPT-LENGTH-ED DELIMITED BY SIZE
110300          ' MM' DELIMITED BY SIZE
110400          INTO WS-RPT-LINE.
110500      WRITE PLOT-LOG-RECORD FROM WS-RPT-LINE.
110600      MOVE SPACES TO WS-RPT-LINE.
110700      COMPUTE LENGTH-MM ROUNDED =
110800          TRAVEL-FILE-GRID * PLOT-SCALE / 40.
110900      MOVE LENGTH-MM TO RPT-LENGTH-ED.
111000      COMPUTE LENGTH-MM ROUNDED =
111100          TRAVEL-PLOT-GRID * PLOT-SCALE / 40.
111200      MOVE LENGTH-MM TO RPT-LENGTH-ED-2.
111300      STRING '    PEN-UP TRAVEL' DELIMITED BY SIZE
111400          RPT-LENGTH-ED DELIMITED BY SIZE
111500          ' MM AS EXPORTED,' DELIMITED BY SIZE
111600          RPT-LENGTH-ED-2 DELIMITED BY SIZE
111700          ' MM AS PLOTTED' DELIMITED BY SIZE
111800          INTO WS-RPT-LINE.
111900      WRITE PLOT-LOG-RECORD FROM WS-RPT-LINE.
