000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DDAGANTT.
000300*---------------------------------------------------------------
000400* FRONT-END TO DDA, LIKE DDACHART: TURNS A PROJECT TASK FILE INTO
000500* READY-TO-RUN DDA INPUT DECKS CHARTING THE SCHEDULE, SO A DATE
000600* THAT SLIPS MEANS CHANGING ONE TASK RECORD AND RERUNNING, NOT
000700* RE-KEYING A COORDINATE DECK BY HAND.
000800*
000900* THE TASK FILE ganttdat.txt:
001000*     RECORD 1: CHART TITLE (BECOMES THE 'T' HEADER)
001100*     RECORD 2: TODAY'S DATE, YYYYMMDD, IN COLS 1-8 (BLANK = THE
001200*         RUN DATE), AND THE DAYS EACH CHART COLUMN STANDS FOR IN
001300*         COLS 10-11 (BLANK = 1, ONE COLUMN A DAY; UP TO 30)
001400*     RECORD 3 ON: ONE TASK PER RECORD --
001500*         COLS  1-8   TASK ID
001600*         COLS 10-39  DESCRIPTION
001700*         COLS 41-48  START DATE, YYYYMMDD
001800*         COLS 50-57  END DATE, YYYYMMDD (THE LAST DAY WORKED)
001900*         COLS 59-61  PERCENT COMPLETE, 0-100, ZERO-FILLED OR
002000*                     RIGHT-JUSTIFIED (BLANK = 0)
002100*         COLS 63-70  PREDECESSOR TASK ID (OPTIONAL)
002200*
002300* EACH DECK GOES TO gantt01.txt, gantt02.txt ... WITH 'T', 'S',
002400* AND 'N' HEADERS. ONE TASK TAKES THREE ROWS: ITS ID AND
002500* DESCRIPTION ARE LABELLED DOWN THE LEFT, AND ITS BAR IS OUTLINED
002600* FROM THE START DATE'S COLUMN TO THE COLUMN AFTER THE END DATE'S,
002700* WITH THE COMPLETED SHARE OF THE INSIDE SHADED BY AN 'F' RECORD
002800* UP TO A '|' DIVIDER. A DATE RULER (MM/DD EVERY TENTH COLUMN)
002900* RUNS ALONG THE TOP, AND A ':' LINE DOWN THE CHART MARKS TODAY.
003000* THE CANVAS IS SIZED TO THE TASKS AND DATES IT HOLDS -- AT MOST
003100* 32 TASKS AND 75 DATE COLUMNS A DECK. MORE TASKS GO ON FURTHER
003200* DECKS, AND A SCHEDULE RUNNING PAST THE RIGHT EDGE CONTINUES ON
003300* A DECK FOR THE NEXT STRETCH OF DATES, THE BAR LEFT OPEN-ENDED AT
003400* THE CUT AND PICKED UP AGAIN AT THE NEXT DECK'S LEFT EDGE, SO NO
003500* TASK IS EVER TRUNCATED. A STRETCH WHERE A DECK'S TASKS HAVE NO
003600* BARS WRITES NO DECK.
003700*
003800* THE EXCEPTIONS LISTING ganttexc.txt SHOWS EVERY TASK RECORD
003900* THAT COULD NOT BE CHARTED (BAD TASK ID, DATE, OR PERCENT, OR AN
004000* END BEFORE ITS START) AND EVERY TASK THAT NAMES A PREDECESSOR
004100* NOT ON FILE OR STARTS BEFORE ITS PREDECESSOR ENDS, THEN THE
004200* DECKS WRITTEN. THE RUN ENDS WITH CONDITION CODE 0; 4 WHEN THERE
004300* WERE ONLY PREDECESSOR WARNINGS; 8 WHEN A TASK OR HEADER RECORD
004400* WAS REJECTED, THE TASK FILE IS MISSING OR HOLDS NO USABLE TASK,
004500* OR A DECK OR THE LISTING COULD NOT BE WRITTEN.
004600*---------------------------------------------------------------
004700 ENVIRONMENT DIVISION.
004800
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT GANTT-DATA-FILE
005200          ASSIGN TO DISK
005300          ORGANIZATION IS LINE SEQUENTIAL
005400          FILE STATUS IS GANTT-DATA-STATUS.
005500
005600     SELECT DECK-FILE
005700          ASSIGN TO DYNAMIC WS-DECK-FILENAME
005800          ORGANIZATION IS LINE SEQUENTIAL
005900          FILE STATUS IS DECK-STATUS.
006000
006100     SELECT EXCEPTION-FILE
006200          ASSIGN TO DISK
006300          ORGANIZATION IS LINE SEQUENTIAL
006400          FILE STATUS IS EXCEPTION-STATUS.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  GANTT-DATA-FILE
006900     LABEL RECORDS ARE STANDARD
007000     VALUE OF FILE-ID IS "ganttdat.txt".
007100 01  DATA-RECORD                     PIC X(70).
007200*-----ALTERNATE VIEW OF THE SECOND HEADER RECORD.
007300 01  DATA-SETTINGS-VIEW REDEFINES DATA-RECORD.
007400     03  DS-TODAY                    PIC X(8).
007500     03  FILLER                      PIC X(01).
007600     03  DS-DAYS-PER-COL             PIC X(2).
007700     03  FILLER                      PIC X(59).
007800*-----ALTERNATE VIEW OF A TASK RECORD.
007900 01  DATA-TASK-VIEW REDEFINES DATA-RECORD.
008000     03  DT-TASK-ID                  PIC X(8).
008100     03  FILLER                      PIC X(01).
008200     03  DT-DESCRIPTION              PIC X(30).
008300     03  FILLER                      PIC X(01).
008400     03  DT-START-DATE               PIC X(8).
008500     03  FILLER                      PIC X(01).
008600     03  DT-END-DATE                 PIC X(8).
008700     03  FILLER                      PIC X(01).
008800     03  DT-PERCENT.
008900         05 DT-PCT-DIGIT OCCURS 3 TIMES
009000                                     PIC 9.
009100     03  FILLER                      PIC X(01).
009200     03  DT-PREDECESSOR              PIC X(8).
009300
009400 FD  DECK-FILE
009500     LABEL RECORDS ARE STANDARD.
009600*-----ONE DECK RECORD, THE FULL INPUT RECORD WIDTH DDA PARSES.
009700 01  DECK-RECORD                     PIC X(67).
009800
009900 FD  EXCEPTION-FILE
010000     LABEL RECORDS ARE STANDARD
010100     VALUE OF FILE-ID IS "ganttexc.txt".
010200 01  EXCEPTION-RECORD                PIC X(132).
010300
010400 WORKING-STORAGE SECTION.
010500 01  GANTT-DATA-STATUS               PIC XX.
010600 01  DECK-STATUS                     PIC XX.
010700 01  EXCEPTION-STATUS                PIC XX.
010800 01  WS-DECK-FILENAME                PIC X(12).
010900 01  DATA-EOF-SW                     PIC X VALUE 'N'.
011000     88 DATA-IS-EOF                      VALUE 'Y'.
011100 01  RUN-WARNING-SW                  PIC X VALUE 'N'.
011200     88 RUN-HAD-WARNING                  VALUE 'Y'.
011300 01  RUN-TROUBLE-SW                  PIC X VALUE 'N'.
011400     88 RUN-HAD-TROUBLE                  VALUE 'Y'.
011500 01  CHART-TITLE                     PIC X(60).
011600 01  DAYS-PER-COL                    PIC 9(2) VALUE 1.
011700 01  DATA-REC-NUM                    PIC 9(5) VALUE 0.
011800 01  TASK-REC-CNT                    PIC 9(5) VALUE 0.
011900 01  EXCEPTION-CNT                   PIC 9(5) VALUE 0.
012000* THE TASKS, READ IN WHOLE BEFORE ANY DECK IS WRITTEN SO THE
012100* SCHEDULE'S SPAN, AND FROM IT THE DECKS NEEDED, ARE KNOWN FIRST.
012200* DAYS ARE COUNTED FROM A FIXED ORIGIN SO TWO DATES SUBTRACT;
012300* COLUMNS ARE COUNTED FROM THE EARLIEST START.
012400 01  TASK-LIMIT                      PIC 9(3) VALUE 500.
012500 01  TASK-CNT                        PIC 9(3) VALUE 0.
012600 01  TASK-IDX                        PIC 9(3).
012700 01  PRED-IDX                        PIC 9(3).
012800 01  TASK-TABLE.
012900     03 TASK-ENTRY OCCURS 500 TIMES.
013000          05 TK-TASK-ID              PIC X(8).
013100          05 TK-LABEL                PIC X(20).
013200          05 TK-PREDECESSOR          PIC X(8).
013300          05 TK-REC-NUM              PIC 9(5).
013400          05 TK-START-DATE           PIC X(8).
013500          05 TK-START-DAY            PIC 9(7).
013600          05 TK-END-DAY              PIC 9(7).
013700          05 TK-PERCENT              PIC 9(3).
013800          05 TK-START-COL            PIC 9(5).
013900          05 TK-END-COL              PIC 9(5).
014000* THE SCHEDULE'S SPAN, AND HOW IT IS CUT INTO DECKS: TASKS IN
014100* PAGES OF 32, DATES IN WINDOWS OF 75 COLUMNS.
014200 01  SPAN-START-DAY                  PIC 9(7).
014300 01  SPAN-END-DAY                    PIC 9(7).
014400 01  SPAN-START-DATE                 PIC X(8).
014500 01  SPAN-COLS                       PIC 9(5).
014600 01  TODAY-DAY                       PIC 9(7).
014700 01  TODAY-COL                       PIC S9(5).
014800 01  TASKS-PER-DECK                  PIC 9(2) VALUE 32.
014900 01  WINDOW-COLS                     PIC 9(2) VALUE 75.
015000 01  PAGE-CNT                        PIC 9(3).
015100 01  PAGE-IDX                        PIC 9(3).
015200 01  PAGE-FIRST-TASK                 PIC 9(3).
015300 01  PAGE-LAST-TASK                  PIC 9(3).
015400 01  PAGE-TASK-CNT                   PIC 9(2).
015500 01  WINDOW-CNT                      PIC 9(3).
015600 01  WINDOW-IDX                      PIC 9(3).
015700 01  WINDOW-START-COL                PIC 9(5).
015800 01  WINDOW-LAST-COL                 PIC 9(5).
015900 01  WINDOW-USED-COLS                PIC 9(3).
016000 01  WINDOW-START-DATE               PIC X(8).
016100 01  WINDOW-BARS-SW                  PIC X.
016200     88 WINDOW-HAS-BARS                  VALUE 'Y'.
016300 01  DECK-LIMIT                      PIC 9(2) VALUE 99.
016400 01  DECK-CNT                        PIC 9(5).
016500 01  DECK-NUM                        PIC 9(3).
016600 01  DECK-NUM-2                      PIC 9(2).
016700* THE CHART GEOMETRY, IN DECK COORDINATES. BARS START AT COLUMN
016800* 22, CLEAR OF THE 20-CHARACTER TASK LABELS; THE COLUMN BEFORE IT
016900* HOLDS THE OPEN LEFT END OF A BAR CONTINUED FROM THE DECK BEFORE.
017000* TASK ROWS RUN DOWN FROM THE TOP, THREE TO A TASK, OVER THE
017100* BASELINE ON ROW 0; THE RULER TAKES THE TWO ROWS ABOVE THEM.
017200 01  BAR-ORIGIN-X                    PIC 9(2) VALUE 22.
017300 01  RULER-LINE-Y                    PIC 9(3).
017400 01  RULER-TEXT-Y                    PIC 9(3).
017500 01  TASK-MID-Y                      PIC 9(3).
017600 01  TASK-LOW-Y                      PIC 9(3).
017700 01  TASK-HIGH-Y                     PIC 9(3).
017800 01  BAR-LEFT-X                      PIC S9(5).
017900 01  BAR-RIGHT-X                     PIC S9(5).
018000 01  DONE-COLS                       PIC 9(5).
018100 01  DONE-FIRST-COL                  PIC 9(5).
018200 01  DONE-LAST-COL                   PIC 9(5).
018300 01  DIVIDER-COL                     PIC 9(5).
018400 01  GANTT-WORK                      PIC S9(7).
018500 01  TICK-COL                        PIC 9(3).
018600* THE DATE WORK AREA: ONE YYYYMMDD DATE, CHECKED, TURNED INTO A
018700* DAY NUMBER, OR STEPPED FORWARD A DAY AT A TIME FOR THE RULER.
018800 01  DATE-WORK                       PIC X(8).
018900 01  DATE-WORK-PARTS REDEFINES DATE-WORK.
019000     03 DW-YEAR                      PIC 9(4).
019100     03 DW-MONTH                     PIC 9(2).
019200     03 DW-DAY                       PIC 9(2).
019300 01  DATE-WORK-TEXT REDEFINES DATE-WORK.
019400     03 DW-YEAR-X                    PIC X(4).
019500     03 DW-MONTH-X                   PIC X(2).
019600     03 DW-DAY-X                     PIC X(2).
019700 01  DATE-BAD-SW                     PIC X.
019800     88 DATE-IS-BAD                      VALUE 'Y'.
019900 01  DAY-NUMBER                      PIC 9(7).
020000 01  DN-YEAR                         PIC 9(4).
020100 01  DN-MONTH                        PIC 9(2).
020200 01  DN-QUOT                         PIC 9(7).
020300 01  DN-REM                          PIC 9(3).
020400 01  DAYS-TO-STEP                    PIC 9(7).
020500 01  MONTH-LENGTH                    PIC 9(2).
020600 01  MONTH-LENGTH-VALUES             PIC X(24)
020700         VALUE '312831303130313130313031'.
020800 01  MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-VALUES.
020900     03 ML-DAYS OCCURS 12 TIMES      PIC 9(2).
021000 01  START-DAY-NUMBER                PIC 9(7).
021100* THE PERCENT UNPACKER: THE SAME RULES AS DDACHART'S VALUE
021200* FIELD, EXCEPT THAT A BLANK FIELD IS A TASK NOT YET STARTED.
021300 01  PV-IDX                          PIC 9(2).
021400 01  PV-VALUE                        PIC 9(3).
021500 01  PV-BAD-SW                       PIC X.
021600     88 PV-IS-BAD                        VALUE 'Y'.
021700 01  PV-SEEN-DIGIT-SW                PIC X.
021800     88 PV-SEEN-DIGIT                    VALUE 'Y'.
021900* THE GENERATED BODY RECORDS OF ONE DECK, HELD UNTIL THE COUNT IS
022000* KNOWN.
022100 01  DECK-LINE-CNT                   PIC 9(5) VALUE 0.
022200 01  DECK-LINE-IDX                   PIC 9(5).
022300 01  DECK-LINE-TABLE.
022400     03 DECK-LINE OCCURS 400 TIMES   PIC X(67).
022500* THE RECORD BUILDERS, ONE PER DECK RECORD SHAPE.
022600 01  COORD-REC-BUILD.
022700     03 CB-X                         PIC 9(2).
022800     03 CB-Y                         PIC 9(3).
022900     03 CB-PEN                       PIC X.
023000     03 CB-SYMBOL                    PIC X.
023100 01  LABEL-REC-BUILD.
023200     03 LB-MARKER                    PIC X VALUE 'L'.
023300     03 LB-X                         PIC 9(3).
023400     03 LB-Y                         PIC 9(3).
023500     03 LB-TEXT                      PIC X(60).
023600 01  FILL-REC-BUILD.
023700     03 FB-MARKER                    PIC X VALUE 'F'.
023800     03 FB-X                         PIC 9(3).
023900     03 FB-Y                         PIC 9(3).
024000     03 FB-SYMBOL                    PIC X VALUE '#'.
024100 01  TITLE-REC-BUILD.
024200     03 TB-MARKER                    PIC X VALUE 'T'.
024300     03 TB-TEXT                      PIC X(60).
024400 01  SIZE-REC-BUILD.
024500     03 SB-MARKER                    PIC X VALUE 'S'.
024600     03 SB-ROWS                      PIC 9(3).
024700     03 SB-COLS                      PIC 9(3).
024800 01  NUM-REC-BUILD.
024900     03 NB-MARKER                    PIC X VALUE 'N'.
025000     03 NB-COUNT                     PIC 9(5).
025100* LISTING LINE WORK AREAS.
025200 01  WS-RPT-LINE                     PIC X(132).
025300 01  EXC-SEVERITY                    PIC X(7).
025400 01  EXC-TASK-ID                     PIC X(8).
025500 01  EXC-REASON                      PIC X(50).
025600 01  RPT-NUM-ED                      PIC ZZZZ9.
025700 01  RPT-NUM-ED-2                    PIC ZZZZ9.
025800 01  RPT-NUM-ED-3                    PIC ZZZZ9.
025900 01  RPT-NUM-ED-4                    PIC ZZZZ9.
026000 01  RPT-PART-ED                     PIC Z9.
026100 01  RPT-PART-ED-2                   PIC Z9.
026200
026300 PROCEDURE DIVISION.
026400 MAIN-LOGIC SECTION.
026500 PROGRAM-BEGIN.
026600      OPEN INPUT GANTT-DATA-FILE.
026700      IF GANTT-DATA-STATUS NOT = '00'
026800          DISPLAY 'DDAGANTT-W001 TASK FILE NOT FOUND, '
026900              'NOTHING TO CHART'
027000          MOVE 8 TO RETURN-CODE
027100          GO TO PROGRAM-DONE.
027200      OPEN OUTPUT EXCEPTION-FILE.
027300      IF EXCEPTION-STATUS NOT = '00'
027400          DISPLAY 'DDAGANTT-W002 CANNOT OPEN EXCEPTIONS LISTING'
027500          CLOSE GANTT-DATA-FILE
027600          MOVE 8 TO RETURN-CODE
027700          GO TO PROGRAM-DONE.
027800      MOVE 'GANTT CHART EXCEPTIONS FOR ganttdat.txt'
027900          TO EXCEPTION-RECORD.
028000      WRITE EXCEPTION-RECORD.
028100      PERFORM READ-HEADER-RECORDS
028200          THRU READ-HEADER-RECORDS-EXIT.
028300 TASK-LOOP.
028400      READ GANTT-DATA-FILE
028500          AT END MOVE 'Y' TO DATA-EOF-SW.
028600      IF DATA-IS-EOF GO TO TASK-LOOP-END.
028700      ADD 1 TO DATA-REC-NUM.
028800      IF DATA-RECORD = SPACES GO TO TASK-LOOP.
028900      ADD 1 TO TASK-REC-CNT.
029000      PERFORM TAKE-ONE-TASK THRU TAKE-ONE-TASK-EXIT.
029100      GO TO TASK-LOOP.
029200 TASK-LOOP-END.
029300      CLOSE GANTT-DATA-FILE.
029400      IF TASK-CNT = 0
029500          DISPLAY 'DDAGANTT-W003 NO USABLE TASKS, NO DECK WRITTEN'
029600          MOVE 'NO USABLE TASKS, NO DECK WRITTEN'
029700              TO EXCEPTION-RECORD
029800          WRITE EXCEPTION-RECORD
029900          MOVE 'Y' TO RUN-TROUBLE-SW
030000          GO TO LISTING-TRAILER.
030100      PERFORM CHECK-PREDECESSORS THRU CHECK-PREDECESSORS-EXIT.
030200      PERFORM FIND-SCHEDULE-SPAN THRU FIND-SCHEDULE-SPAN-EXIT.
030300*-----COUNT THE DECKS FIRST SO EACH CAN CARRY ITS 'PART N OF M'.
030400      MOVE 0 TO DECK-CNT.
030500      MOVE 'N' TO WINDOW-BARS-SW.
030600      MOVE 1 TO PAGE-IDX.
030700 COUNT-PAGE-LOOP.
030800      IF PAGE-IDX > PAGE-CNT GO TO COUNT-PAGE-DONE.
030900      PERFORM SET-PAGE-BOUNDS.
031000      MOVE 1 TO WINDOW-IDX.
031100 COUNT-WINDOW-LOOP.
031200      IF WINDOW-IDX > WINDOW-CNT
031300          ADD 1 TO PAGE-IDX
031400          GO TO COUNT-PAGE-LOOP.
031500      PERFORM SET-WINDOW-BOUNDS.
031600      PERFORM CHECK-WINDOW-BARS THRU CHECK-WINDOW-BARS-EXIT.
031700      IF WINDOW-HAS-BARS
031800          ADD 1 TO DECK-CNT.
031900      ADD 1 TO WINDOW-IDX.
032000      GO TO COUNT-WINDOW-LOOP.
032100 COUNT-PAGE-DONE.
032200      IF DECK-CNT > DECK-LIMIT
032300          MOVE DECK-CNT TO RPT-NUM-ED
032400          MOVE SPACES TO WS-RPT-LINE
032500          STRING 'ERROR   CHART NEEDS' DELIMITED BY SIZE
032600              RPT-NUM-ED DELIMITED BY SIZE
032700              ' DECKS, ONLY THE FIRST 99 WRITTEN'
032800                  DELIMITED BY SIZE
032900              INTO WS-RPT-LINE
033000          WRITE EXCEPTION-RECORD FROM WS-RPT-LINE
033100          ADD 1 TO EXCEPTION-CNT
033200          MOVE 'Y' TO RUN-TROUBLE-SW
033300          MOVE DECK-LIMIT TO DECK-CNT.
033400      MOVE SPACES TO EXCEPTION-RECORD.
033500      WRITE EXCEPTION-RECORD.
033600*-----THEN BUILD AND WRITE THEM, PAGE BY PAGE, WINDOW BY WINDOW.
033700      MOVE 0 TO DECK-NUM.
033800      MOVE 1 TO PAGE-IDX.
033900 DECK-PAGE-LOOP.
034000      IF PAGE-IDX > PAGE-CNT GO TO DECK-PAGE-DONE.
034100      PERFORM SET-PAGE-BOUNDS.
034200      MOVE 1 TO WINDOW-IDX.
034300 DECK-WINDOW-LOOP.
034400      IF WINDOW-IDX > WINDOW-CNT
034500          ADD 1 TO PAGE-IDX
034600          GO TO DECK-PAGE-LOOP.
034700      PERFORM SET-WINDOW-BOUNDS.
034800      PERFORM CHECK-WINDOW-BARS THRU CHECK-WINDOW-BARS-EXIT.
034900      IF WINDOW-HAS-BARS AND DECK-NUM < DECK-CNT
035000          ADD 1 TO DECK-NUM
035100          PERFORM BUILD-ONE-DECK THRU BUILD-ONE-DECK-EXIT
035200          PERFORM WRITE-DECK-FILE THRU WRITE-DECK-FILE-EXIT.
035300      ADD 1 TO WINDOW-IDX.
035400      GO TO DECK-WINDOW-LOOP.
035500 DECK-PAGE-DONE.
035600 LISTING-TRAILER.
035700      MOVE SPACES TO WS-RPT-LINE.
035800      MOVE TASK-REC-CNT TO RPT-NUM-ED.
035900      MOVE TASK-CNT TO RPT-NUM-ED-2.
036000      MOVE EXCEPTION-CNT TO RPT-NUM-ED-3.
036100      MOVE DECK-NUM TO RPT-NUM-ED-4.
036200      STRING 'TASKS READ' DELIMITED BY SIZE
036300          RPT-NUM-ED DELIMITED BY SIZE
036400          '  CHARTED' DELIMITED BY SIZE
036500          RPT-NUM-ED-2 DELIMITED BY SIZE
036600          '  EXCEPTIONS' DELIMITED BY SIZE
036700          RPT-NUM-ED-3 DELIMITED BY SIZE
036800          '  DECKS WRITTEN' DELIMITED BY SIZE
036900          RPT-NUM-ED-4 DELIMITED BY SIZE
037000          INTO WS-RPT-LINE.
037100      WRITE EXCEPTION-RECORD FROM WS-RPT-LINE.
037200      CLOSE EXCEPTION-FILE.
037300      IF RUN-HAD-TROUBLE
037400          MOVE 8 TO RETURN-CODE
037500      ELSE
037600          IF RUN-HAD-WARNING
037700              MOVE 4 TO RETURN-CODE.
037800 PROGRAM-DONE.
037900      STOP RUN.
038000
038100*===============================================================
038200*-----------------------UTILITY PARAGRAPH-----------------------
038300*===============================================================
038400*-----READS THE TWO FIXED HEADER RECORDS. A BAD TODAY'S DATE OR
038500*-----COLUMN WIDTH IS LISTED AND THE RUN DATE, OR ONE DAY A
038600*-----COLUMN, STANDS IN FOR IT SO THE TASKS STILL GET CHARTED.
038700 READ-HEADER-RECORDS.
038800      READ GANTT-DATA-FILE
038900          AT END MOVE 'Y' TO DATA-EOF-SW.
039000      MOVE DATA-RECORD TO CHART-TITLE.
039100      READ GANTT-DATA-FILE
039200          AT END MOVE 'Y' TO DATA-EOF-SW.
039300      IF DATA-IS-EOF
039400          MOVE SPACES TO DATA-RECORD.
039500      MOVE 2 TO DATA-REC-NUM.
039600      MOVE SPACES TO EXC-TASK-ID.
039700      MOVE 'ERROR' TO EXC-SEVERITY.
039800      IF DS-TODAY = SPACES
039900          ACCEPT DATE-WORK FROM DATE YYYYMMDD
040000      ELSE
040100          MOVE DS-TODAY TO DATE-WORK.
040200      PERFORM CHECK-DATE.
040300      IF DATE-IS-BAD
040400          MOVE 'BAD TODAY''S DATE, RUN DATE USED' TO EXC-REASON
040500          PERFORM LIST-EXCEPTION
040600          ACCEPT DATE-WORK FROM DATE YYYYMMDD.
040700      PERFORM DATE-TO-DAY-NUMBER.
040800      MOVE DAY-NUMBER TO TODAY-DAY.
040900      IF DS-DAYS-PER-COL = SPACES
041000          GO TO READ-HEADER-RECORDS-EXIT.
041100      IF DS-DAYS-PER-COL NOT NUMERIC
041200          MOVE 'BAD DAYS PER COLUMN, ONE DAY USED' TO EXC-REASON
041300          PERFORM LIST-EXCEPTION
041400          GO TO READ-HEADER-RECORDS-EXIT.
041500      MOVE DS-DAYS-PER-COL TO DAYS-PER-COL.
041600      IF DAYS-PER-COL = 0 OR DAYS-PER-COL > 30
041700          MOVE 'BAD DAYS PER COLUMN, ONE DAY USED' TO EXC-REASON
041800          PERFORM LIST-EXCEPTION
041900          MOVE 1 TO DAYS-PER-COL.
042000 READ-HEADER-RECORDS-EXIT.
042100      EXIT.
042200
042300*-----FILES ONE TASK RECORD INTO THE TASK TABLE. A RECORD WITH NO
042400*-----TASK ID, A BAD DATE OR PERCENT, OR AN END BEFORE ITS START
042500*-----IS LISTED WITH ITS RECORD NUMBER AND LEFT OFF THE CHART;
042600*-----TASKS PAST THE TABLE ARE LISTED ONE BY ONE AND DROPPED.
042700 TAKE-ONE-TASK.
042800      MOVE DT-TASK-ID TO EXC-TASK-ID.
042900      MOVE 'ERROR' TO EXC-SEVERITY.
043000      IF DT-TASK-ID = SPACES
043100          MOVE 'NO TASK ID, TASK NOT CHARTED' TO EXC-REASON
043200          GO TO TAKE-ONE-TASK-REJECT.
043300      MOVE DT-START-DATE TO DATE-WORK.
043400      PERFORM CHECK-DATE.
043500      IF DATE-IS-BAD
043600          MOVE 'BAD START DATE, TASK NOT CHARTED' TO EXC-REASON
043700          GO TO TAKE-ONE-TASK-REJECT.
043800      PERFORM DATE-TO-DAY-NUMBER.
043900      MOVE DAY-NUMBER TO START-DAY-NUMBER.
044000      MOVE DT-END-DATE TO DATE-WORK.
044100      PERFORM CHECK-DATE.
044200      IF DATE-IS-BAD
044300          MOVE 'BAD END DATE, TASK NOT CHARTED' TO EXC-REASON
044400          GO TO TAKE-ONE-TASK-REJECT.
044500      PERFORM DATE-TO-DAY-NUMBER.
044600      IF DAY-NUMBER < START-DAY-NUMBER
044700          MOVE 'END BEFORE START, TASK NOT CHARTED' TO EXC-REASON
044800          GO TO TAKE-ONE-TASK-REJECT.
044900      PERFORM PARSE-PERCENT-FIELD THRU PARSE-PERCENT-FIELD-EXIT.
045000      IF PV-IS-BAD
045100          MOVE 'BAD PERCENT COMPLETE, TASK NOT CHARTED'
045200              TO EXC-REASON
045300          GO TO TAKE-ONE-TASK-REJECT.
045400      IF TASK-CNT NOT < TASK-LIMIT
045500          MOVE 'MORE TASKS THAN THE CHART HOLDS, TASK DROPPED'
045600              TO EXC-REASON
045700          GO TO TAKE-ONE-TASK-REJECT.
045800      ADD 1 TO TASK-CNT.
045900      MOVE DT-TASK-ID TO TK-TASK-ID(TASK-CNT).
046000      MOVE SPACES TO TK-LABEL(TASK-CNT).
046100      STRING DT-TASK-ID DELIMITED BY SPACE
046200          ' ' DELIMITED BY SIZE
046300          DT-DESCRIPTION DELIMITED BY SIZE
046400          INTO TK-LABEL(TASK-CNT).
046500      MOVE DT-PREDECESSOR TO TK-PREDECESSOR(TASK-CNT).
046600      MOVE DATA-REC-NUM TO TK-REC-NUM(TASK-CNT).
046700      MOVE DT-START-DATE TO TK-START-DATE(TASK-CNT).
046800      MOVE START-DAY-NUMBER TO TK-START-DAY(TASK-CNT).
046900      MOVE DAY-NUMBER TO TK-END-DAY(TASK-CNT).
047000      MOVE PV-VALUE TO TK-PERCENT(TASK-CNT).
047100      GO TO TAKE-ONE-TASK-EXIT.
047200 TAKE-ONE-TASK-REJECT.
047300      PERFORM LIST-EXCEPTION.
047400      MOVE SPACES TO WS-RPT-LINE.
047500      STRING '         ' DELIMITED BY SIZE
047600          DATA-RECORD DELIMITED BY SIZE
047700          INTO WS-RPT-LINE.
047800      WRITE EXCEPTION-RECORD FROM WS-RPT-LINE.
047900 TAKE-ONE-TASK-EXIT.
048000      EXIT.
048100
048200*-----UNPACKS THE THREE-COLUMN PERCENT. LEADING SPACES ARE FINE
048300*-----AND AN ALL-BLANK FIELD IS ZERO; A SPACE AFTER A DIGIT, A
048400*-----NON-DIGIT, OR A FIGURE OVER 100 MARK THE FIELD BAD.
048500 PARSE-PERCENT-FIELD.
048600      MOVE 0 TO PV-VALUE.
048700      MOVE 'N' TO PV-BAD-SW.
048800      MOVE 'N' TO PV-SEEN-DIGIT-SW.
048900      MOVE 0 TO PV-IDX.
049000 PARSE-PERCENT-LOOP.
049100      ADD 1 TO PV-IDX.
049200      IF PV-IDX > 3 GO TO PARSE-PERCENT-DONE.
049300      IF DT-PCT-DIGIT(PV-IDX) NUMERIC
049400          COMPUTE PV-VALUE = PV-VALUE * 10 + DT-PCT-DIGIT(PV-IDX)
049500          MOVE 'Y' TO PV-SEEN-DIGIT-SW
049600          GO TO PARSE-PERCENT-LOOP.
049700      IF DT-PCT-DIGIT(PV-IDX) = SPACE AND NOT PV-SEEN-DIGIT
049800          GO TO PARSE-PERCENT-LOOP.
049900      MOVE 'Y' TO PV-BAD-SW.
050000      GO TO PARSE-PERCENT-FIELD-EXIT.
050100 PARSE-PERCENT-DONE.
050200      IF PV-VALUE > 100
050300          MOVE 'Y' TO PV-BAD-SW.
050400 PARSE-PERCENT-FIELD-EXIT.
050500      EXIT.
050600
050700*-----CHECKS THE YYYYMMDD DATE IN DATE-WORK: ALL DIGITS, A YEAR
050800*-----FROM 1900 TO 2099, A REAL MONTH, AND A DAY THAT MONTH HAS.
050900 CHECK-DATE.
051000      MOVE 'N' TO DATE-BAD-SW.
051100      IF DATE-WORK NOT NUMERIC
051200          MOVE 'Y' TO DATE-BAD-SW
051300      ELSE
051400          IF DW-YEAR < 1900 OR DW-YEAR > 2099
051500              OR DW-MONTH < 1 OR DW-MONTH > 12
051600              MOVE 'Y' TO DATE-BAD-SW
051700          ELSE
051800              PERFORM SET-MONTH-LENGTH
051900              IF DW-DAY < 1 OR DW-DAY > MONTH-LENGTH
052000                  MOVE 'Y' TO DATE-BAD-SW.
052100
052200*-----THE DAYS IN DATE-WORK'S MONTH; FEBRUARY HAS 29 IN A YEAR
052300*-----DIVISIBLE BY 4, EXCEPT A CENTURY NOT DIVISIBLE BY 400.
052400 SET-MONTH-LENGTH.
052500      MOVE ML-DAYS(DW-MONTH) TO MONTH-LENGTH.
052600      IF DW-MONTH = 2
052700          DIVIDE 4 INTO DW-YEAR GIVING DN-QUOT REMAINDER DN-REM
052800          IF DN-REM = 0
052900              MOVE 29 TO MONTH-LENGTH
053000              DIVIDE 100 INTO DW-YEAR GIVING DN-QUOT
053100                  REMAINDER DN-REM
053200              IF DN-REM = 0
053300                  DIVIDE 400 INTO DW-YEAR GIVING DN-QUOT
053400                      REMAINDER DN-REM
053500                  IF DN-REM NOT = 0
053600                      MOVE 28 TO MONTH-LENGTH.
053700
053800*-----TURNS THE CHECKED DATE IN DATE-WORK INTO A DAY NUMBER, SO
053900*-----THAT TWO DATES SUBTRACT TO THE DAYS BETWEEN THEM. THE YEAR
054000*-----IS TAKEN TO START IN MARCH, PUTTING THE LEAP DAY LAST:
054100*-----365 DAYS A YEAR, PLUS THE LEAP DAYS BEFORE IT, PLUS THE
054200*-----DAYS IN THE MONTHS BEFORE, PLUS THE DAY OF THE MONTH.
054300 DATE-TO-DAY-NUMBER.
054400      MOVE DW-YEAR TO DN-YEAR.
054500      MOVE DW-MONTH TO DN-MONTH.
054600      IF DN-MONTH < 3
054700          SUBTRACT 1 FROM DN-YEAR
054800          ADD 12 TO DN-MONTH.
054900      MULTIPLY DN-YEAR BY 365 GIVING DAY-NUMBER.
055000      DIVIDE 4 INTO DN-YEAR GIVING DN-QUOT.
055100      ADD DN-QUOT TO DAY-NUMBER.
055200      DIVIDE 100 INTO DN-YEAR GIVING DN-QUOT.
055300      SUBTRACT DN-QUOT FROM DAY-NUMBER.
055400      DIVIDE 400 INTO DN-YEAR GIVING DN-QUOT.
055500      ADD DN-QUOT TO DAY-NUMBER.
055600      SUBTRACT 3 FROM DN-MONTH.
055700      MULTIPLY 153 BY DN-MONTH GIVING DN-QUOT.
055800      ADD 2 TO DN-QUOT.
055900      DIVIDE 5 INTO DN-QUOT.
056000      ADD DN-QUOT TO DAY-NUMBER.
056100      ADD DW-DAY TO DAY-NUMBER.
056200
056300*-----STEPS THE DATE IN DATE-WORK FORWARD DAYS-TO-STEP DAYS.
056400 ADVANCE-DATE.
056500      IF DAYS-TO-STEP = 0 GO TO ADVANCE-DATE-EXIT.
056600      SUBTRACT 1 FROM DAYS-TO-STEP.
056700      PERFORM SET-MONTH-LENGTH.
056800      ADD 1 TO DW-DAY.
056900      IF DW-DAY > MONTH-LENGTH
057000          MOVE 1 TO DW-DAY
057100          ADD 1 TO DW-MONTH.
057200      IF DW-MONTH > 12
057300          MOVE 1 TO DW-MONTH
057400          ADD 1 TO DW-YEAR.
057500      GO TO ADVANCE-DATE.
057600 ADVANCE-DATE-EXIT.
057700      EXIT.
057800
057900*-----WARNS OF A PREDECESSOR NOT ON THE CHART, OR ONE THAT HAS
058000*-----NOT ENDED BY THE DAY BEFORE ITS SUCCESSOR STARTS. THE TASK
058100*-----IS STILL CHARTED; ONLY THE PLAN IS IN QUESTION.
058200 CHECK-PREDECESSORS.
058300      MOVE 'WARNING' TO EXC-SEVERITY.
058400      MOVE 0 TO TASK-IDX.
058500 CHECK-PRED-LOOP.
058600      ADD 1 TO TASK-IDX.
058700      IF TASK-IDX > TASK-CNT
058800          GO TO CHECK-PREDECESSORS-EXIT.
058900      IF TK-PREDECESSOR(TASK-IDX) = SPACES
059000          GO TO CHECK-PRED-LOOP.
059100      MOVE 0 TO PRED-IDX.
059200 CHECK-PRED-FIND.
059300      ADD 1 TO PRED-IDX.
059400      IF PRED-IDX > TASK-CNT
059500          MOVE SPACES TO EXC-REASON
059600          STRING 'PREDECESSOR ' DELIMITED BY SIZE
059700              TK-PREDECESSOR(TASK-IDX) DELIMITED BY SPACE
059800              ' NOT ON THE CHART' DELIMITED BY SIZE
059900              INTO EXC-REASON
060000          GO TO CHECK-PRED-WARN.
060100      IF TK-TASK-ID(PRED-IDX) NOT = TK-PREDECESSOR(TASK-IDX)
060200          GO TO CHECK-PRED-FIND.
060300      IF TK-START-DAY(TASK-IDX) > TK-END-DAY(PRED-IDX)
060400          GO TO CHECK-PRED-LOOP.
060500      MOVE SPACES TO EXC-REASON.
060600      STRING 'STARTS BEFORE PREDECESSOR ' DELIMITED BY SIZE
060700          TK-PREDECESSOR(TASK-IDX) DELIMITED BY SPACE
060800          ' ENDS' DELIMITED BY SIZE
060900          INTO EXC-REASON.
061000 CHECK-PRED-WARN.
061100      MOVE TK-REC-NUM(TASK-IDX) TO DATA-REC-NUM.
061200      MOVE TK-TASK-ID(TASK-IDX) TO EXC-TASK-ID.
061300      PERFORM LIST-EXCEPTION.
061400      GO TO CHECK-PRED-LOOP.
061500 CHECK-PREDECESSORS-EXIT.
061600      EXIT.
061700
061800*-----FINDS THE EARLIEST START AND LATEST END, PUTS EVERY TASK
061900*-----INTO CHART COLUMNS COUNTED FROM THAT START, AND WORKS OUT
062000*-----HOW MANY PAGES OF TASKS AND WINDOWS OF DATES THE DECKS
062100*-----MUST COVER. TODAY'S COLUMN IS -1 BEFORE THE START.
062200 FIND-SCHEDULE-SPAN.
062300      MOVE TK-START-DAY(1) TO SPAN-START-DAY.
062400      MOVE TK-START-DATE(1) TO SPAN-START-DATE.
062500      MOVE TK-END-DAY(1) TO SPAN-END-DAY.
062600      MOVE 0 TO TASK-IDX.
062700 FIND-SPAN-LOOP.
062800      ADD 1 TO TASK-IDX.
062900      IF TASK-IDX > TASK-CNT GO TO FIND-SPAN-COLS.
063000      IF TK-START-DAY(TASK-IDX) < SPAN-START-DAY
063100          MOVE TK-START-DAY(TASK-IDX) TO SPAN-START-DAY
063200          MOVE TK-START-DATE(TASK-IDX) TO SPAN-START-DATE.
063300      IF TK-END-DAY(TASK-IDX) > SPAN-END-DAY
063400          MOVE TK-END-DAY(TASK-IDX) TO SPAN-END-DAY.
063500      GO TO FIND-SPAN-LOOP.
063600 FIND-SPAN-COLS.
063700      MOVE 0 TO TASK-IDX.
063800 FIND-SPAN-COLS-LOOP.
063900      ADD 1 TO TASK-IDX.
064000      IF TASK-IDX > TASK-CNT GO TO FIND-SPAN-COUNTS.
064100      SUBTRACT SPAN-START-DAY FROM TK-START-DAY(TASK-IDX)
064200          GIVING GANTT-WORK.
064300      DIVIDE DAYS-PER-COL INTO GANTT-WORK
064400          GIVING TK-START-COL(TASK-IDX).
064500      SUBTRACT SPAN-START-DAY FROM TK-END-DAY(TASK-IDX)
064600          GIVING GANTT-WORK.
064700      DIVIDE DAYS-PER-COL INTO GANTT-WORK
064800          GIVING TK-END-COL(TASK-IDX).
064900      GO TO FIND-SPAN-COLS-LOOP.
065000 FIND-SPAN-COUNTS.
065100      SUBTRACT SPAN-START-DAY FROM SPAN-END-DAY GIVING GANTT-WORK.
065200      DIVIDE DAYS-PER-COL INTO GANTT-WORK GIVING SPAN-COLS.
065300      ADD 1 TO SPAN-COLS.
065400      ADD WINDOW-COLS -1 SPAN-COLS GIVING GANTT-WORK.
065500      DIVIDE WINDOW-COLS INTO GANTT-WORK GIVING WINDOW-CNT.
065600      ADD TASKS-PER-DECK -1 TASK-CNT GIVING GANTT-WORK.
065700      DIVIDE TASKS-PER-DECK INTO GANTT-WORK GIVING PAGE-CNT.
065800      SUBTRACT SPAN-START-DAY FROM TODAY-DAY GIVING GANTT-WORK.
065900      IF GANTT-WORK < 0
066000          MOVE -1 TO TODAY-COL
066100      ELSE
066200          DIVIDE DAYS-PER-COL INTO GANTT-WORK GIVING TODAY-COL.
066300 FIND-SCHEDULE-SPAN-EXIT.
066400      EXIT.
066500
066600*-----ONE LINE ON THE EXCEPTIONS LISTING: SEVERITY, RECORD NUMBER,
066700*-----TASK, AND REASON. AN ERROR FLAGS THE RUN 8, A WARNING 4.
066800 LIST-EXCEPTION.
066900      ADD 1 TO EXCEPTION-CNT.
067000      IF EXC-SEVERITY = 'ERROR'
067100          MOVE 'Y' TO RUN-TROUBLE-SW
067200      ELSE
067300          MOVE 'Y' TO RUN-WARNING-SW.
067400      MOVE DATA-REC-NUM TO RPT-NUM-ED.
067500      MOVE SPACES TO WS-RPT-LINE.
067600      STRING EXC-SEVERITY DELIMITED BY SIZE
067700          ' RECORD' DELIMITED BY SIZE
067800          RPT-NUM-ED DELIMITED BY SIZE
067900          '  TASK ' DELIMITED BY SIZE
068000          EXC-TASK-ID DELIMITED BY SIZE
068100          '  ' DELIMITED BY SIZE
068200          EXC-REASON DELIMITED BY SIZE
068300          INTO WS-RPT-LINE.
068400      WRITE EXCEPTION-RECORD FROM WS-RPT-LINE.
068500
068600*-----THE FIRST AND LAST TASK ON PAGE PAGE-IDX, AND HOW MANY.
068700 SET-PAGE-BOUNDS.
068800      SUBTRACT 1 FROM PAGE-IDX GIVING PAGE-FIRST-TASK.
068900      MULTIPLY TASKS-PER-DECK BY PAGE-FIRST-TASK.
069000      ADD 1 TO PAGE-FIRST-TASK.
069100      ADD TASKS-PER-DECK -1 PAGE-FIRST-TASK GIVING PAGE-LAST-TASK.
069200      IF PAGE-LAST-TASK > TASK-CNT
069300          MOVE TASK-CNT TO PAGE-LAST-TASK.
069400      SUBTRACT PAGE-FIRST-TASK FROM PAGE-LAST-TASK
069500          GIVING PAGE-TASK-CNT.
069600      ADD 1 TO PAGE-TASK-CNT.
069700
069800*-----THE FIRST AND LAST CHART COLUMN IN WINDOW WINDOW-IDX; THE
069900*-----LAST WINDOW STOPS AT THE END OF THE SCHEDULE.
070000 SET-WINDOW-BOUNDS.
070100      SUBTRACT 1 FROM WINDOW-IDX GIVING WINDOW-START-COL.
070200      MULTIPLY WINDOW-COLS BY WINDOW-START-COL.
070300      ADD WINDOW-COLS -1 WINDOW-START-COL GIVING WINDOW-LAST-COL.
070400      IF WINDOW-LAST-COL NOT < SPAN-COLS
070500          SUBTRACT 1 FROM SPAN-COLS GIVING WINDOW-LAST-COL.
070600      SUBTRACT WINDOW-START-COL FROM WINDOW-LAST-COL
070700          GIVING WINDOW-USED-COLS.
070800      ADD 1 TO WINDOW-USED-COLS.
070900
071000*-----SAYS WHETHER ANY TASK ON THE PAGE HAS PART OF ITS BAR IN
071100*-----THE WINDOW -- A DECK WITH NO BARS IS NOT WORTH WRITING.
071200 CHECK-WINDOW-BARS.
071300      MOVE 'N' TO WINDOW-BARS-SW.
071400      MOVE PAGE-FIRST-TASK TO TASK-IDX.
071500 CHECK-WINDOW-LOOP.
071600      IF TASK-IDX > PAGE-LAST-TASK
071700          GO TO CHECK-WINDOW-BARS-EXIT.
071800      IF TK-START-COL(TASK-IDX) NOT > WINDOW-LAST-COL
071900          AND TK-END-COL(TASK-IDX) NOT < WINDOW-START-COL
072000          MOVE 'Y' TO WINDOW-BARS-SW
072100          GO TO CHECK-WINDOW-BARS-EXIT.
072200      ADD 1 TO TASK-IDX.
072300      GO TO CHECK-WINDOW-LOOP.
072400 CHECK-WINDOW-BARS-EXIT.
072500      EXIT.
072600
072700*-----BUILDS ONE DECK'S BODY: THE PART AND STARTING DATE TOP
072800*-----LEFT, THE RULER, EACH TASK'S LABEL AND BAR, AND LAST THE
072900*-----TODAY LINE, DRAWN OVER THE BARS SO IT IS NEVER HIDDEN.
073000 BUILD-ONE-DECK.
073100      MOVE 0 TO DECK-LINE-CNT.
073200      MULTIPLY PAGE-TASK-CNT BY 3 GIVING RULER-LINE-Y.
073300      ADD 1 TO RULER-LINE-Y.
073400      ADD 1 RULER-LINE-Y GIVING RULER-TEXT-Y.
073500      MOVE SPAN-START-DATE TO DATE-WORK.
073600      MULTIPLY WINDOW-START-COL BY DAYS-PER-COL
073700          GIVING DAYS-TO-STEP.
073800      PERFORM ADVANCE-DATE THRU ADVANCE-DATE-EXIT.
073900      MOVE DATE-WORK TO WINDOW-START-DATE.
074000      MOVE DECK-NUM TO RPT-PART-ED.
074100      MOVE DECK-CNT TO RPT-PART-ED-2.
074200      MOVE SPACES TO LB-TEXT.
074300      STRING 'PART ' DELIMITED BY SIZE
074400          RPT-PART-ED DELIMITED BY SIZE
074500          ' OF ' DELIMITED BY SIZE
074600          RPT-PART-ED-2 DELIMITED BY SIZE
074700          INTO LB-TEXT.
074800      MOVE 001 TO LB-X.
074900      MOVE RULER-TEXT-Y TO LB-Y.
075000      PERFORM PUT-LABEL-RECORD.
075100      MOVE SPACES TO LB-TEXT.
075200      STRING 'FROM ' DELIMITED BY SIZE
075300          DW-YEAR-X DELIMITED BY SIZE
075400          '/' DELIMITED BY SIZE
075500          DW-MONTH-X DELIMITED BY SIZE
075600          '/' DELIMITED BY SIZE
075700          DW-DAY-X DELIMITED BY SIZE
075800          INTO LB-TEXT.
075900      MOVE RULER-LINE-Y TO LB-Y.
076000      PERFORM PUT-LABEL-RECORD.
076100*-----THE RULER: A LINE ACROSS THE WINDOW, A '+' TICK EVERY TENTH
076200*-----COLUMN, AND THE TICK'S MONTH AND DAY ABOVE IT.
076300      MOVE BAR-ORIGIN-X TO CB-X.
076400      MOVE RULER-LINE-Y TO CB-Y.
076500      MOVE 'M' TO CB-PEN.
076600      MOVE '-' TO CB-SYMBOL.
076700      PERFORM PUT-COORD-RECORD.
076800      ADD BAR-ORIGIN-X WINDOW-USED-COLS GIVING CB-X.
076900      MOVE 'D' TO CB-PEN.
077000      PERFORM PUT-COORD-RECORD.
077100      MOVE 0 TO TICK-COL.
077200 BUILD-RULER-LOOP.
077300      IF TICK-COL NOT < WINDOW-USED-COLS
077400          GO TO BUILD-TASK-ROWS.
077500      ADD BAR-ORIGIN-X TICK-COL GIVING LB-X.
077600      MOVE SPACES TO LB-TEXT.
077700      MOVE '+' TO LB-TEXT.
077800      MOVE RULER-LINE-Y TO LB-Y.
077900      PERFORM PUT-LABEL-RECORD.
078000      MOVE SPACES TO LB-TEXT.
078100      STRING DW-MONTH-X DELIMITED BY SIZE
078200          '/' DELIMITED BY SIZE
078300          DW-DAY-X DELIMITED BY SIZE
078400          INTO LB-TEXT.
078500      MOVE RULER-TEXT-Y TO LB-Y.
078600      PERFORM PUT-LABEL-RECORD.
078700      MULTIPLY DAYS-PER-COL BY 10 GIVING DAYS-TO-STEP.
078800      PERFORM ADVANCE-DATE THRU ADVANCE-DATE-EXIT.
078900      ADD 10 TO TICK-COL.
079000      GO TO BUILD-RULER-LOOP.
079100 BUILD-TASK-ROWS.
079200      MOVE PAGE-FIRST-TASK TO TASK-IDX.
079300 BUILD-TASK-LOOP.
079400      IF TASK-IDX > PAGE-LAST-TASK
079500          GO TO BUILD-TODAY-LINE.
079600      SUBTRACT TASK-IDX FROM PAGE-LAST-TASK GIVING TASK-MID-Y.
079700      MULTIPLY 3 BY TASK-MID-Y.
079800      ADD 2 TO TASK-MID-Y.
079900      SUBTRACT 1 FROM TASK-MID-Y GIVING TASK-LOW-Y.
080000      ADD 1 TASK-MID-Y GIVING TASK-HIGH-Y.
080100      MOVE SPACES TO LB-TEXT.
080200      MOVE TK-LABEL(TASK-IDX) TO LB-TEXT.
080300      MOVE 001 TO LB-X.
080400      MOVE TASK-MID-Y TO LB-Y.
080500      PERFORM PUT-LABEL-RECORD.
080600      IF TK-START-COL(TASK-IDX) NOT > WINDOW-LAST-COL
080700          AND TK-END-COL(TASK-IDX) NOT < WINDOW-START-COL
080800          PERFORM BUILD-TASK-BAR THRU BUILD-TASK-BAR-EXIT.
080900      ADD 1 TO TASK-IDX.
081000      GO TO BUILD-TASK-LOOP.
081100 BUILD-TODAY-LINE.
081200      IF TODAY-COL < WINDOW-START-COL
081300          OR TODAY-COL > WINDOW-LAST-COL
081400          GO TO BUILD-ONE-DECK-EXIT.
081500      ADD BAR-ORIGIN-X TODAY-COL GIVING GANTT-WORK.
081600      SUBTRACT WINDOW-START-COL FROM GANTT-WORK.
081700      MOVE GANTT-WORK TO CB-X.
081800      MOVE 001 TO CB-Y.
081900      MOVE 'M' TO CB-PEN.
082000      MOVE ':' TO CB-SYMBOL.
082100      PERFORM PUT-COORD-RECORD.
082200      SUBTRACT 1 FROM RULER-LINE-Y GIVING CB-Y.
082300      MOVE 'D' TO CB-PEN.
082400      PERFORM PUT-COORD-RECORD.
082500 BUILD-ONE-DECK-EXIT.
082600      EXIT.
082700
082800*-----ONE TASK'S BAR IN THE WINDOW: PEN-UP TO THE LOWER LEFT
082900*-----CORNER, UP, ACROSS THE TOP, DOWN, AND BACK ALONG THE BOTTOM.
083000*-----A BAR CONTINUED FROM THE DECK BEFORE IS CLOSED IN THE COLUMN
083100*-----LEFT OF THE DATES, ONE RUNNING ON TO THE NEXT DECK ONE PAST
083200*-----THE LAST DATE COLUMN. THE COMPLETED SHARE OF THE INSIDE --
083300*-----COUNTED OVER THE WHOLE BAR, NOT JUST THIS DECK'S PIECE OF
083400*-----IT -- IS FENCED OFF WITH A '|' AND SHADED BY AN 'F' RECORD.
083500 BUILD-TASK-BAR.
083600      IF TK-START-COL(TASK-IDX) < WINDOW-START-COL
083700          SUBTRACT 1 FROM BAR-ORIGIN-X GIVING BAR-LEFT-X
083800      ELSE
083900          ADD BAR-ORIGIN-X TK-START-COL(TASK-IDX)
084000              GIVING BAR-LEFT-X
084100          SUBTRACT WINDOW-START-COL FROM BAR-LEFT-X.
084200      ADD 1 TK-END-COL(TASK-IDX) GIVING GANTT-WORK.
084300      SUBTRACT WINDOW-START-COL FROM GANTT-WORK.
084400      IF GANTT-WORK > WINDOW-COLS
084500          MOVE WINDOW-COLS TO GANTT-WORK.
084600      ADD BAR-ORIGIN-X GANTT-WORK GIVING BAR-RIGHT-X.
084700      MOVE BAR-LEFT-X TO CB-X.
084800      MOVE TASK-LOW-Y TO CB-Y.
084900      MOVE 'M' TO CB-PEN.
085000      MOVE SPACE TO CB-SYMBOL.
085100      PERFORM PUT-COORD-RECORD.
085200      MOVE TASK-HIGH-Y TO CB-Y.
085300      MOVE 'D' TO CB-PEN.
085400      PERFORM PUT-COORD-RECORD.
085500      MOVE BAR-RIGHT-X TO CB-X.
085600      PERFORM PUT-COORD-RECORD.
085700      MOVE TASK-LOW-Y TO CB-Y.
085800      PERFORM PUT-COORD-RECORD.
085900      MOVE BAR-LEFT-X TO CB-X.
086000      PERFORM PUT-COORD-RECORD.
086100      SUBTRACT TK-START-COL(TASK-IDX) FROM TK-END-COL(TASK-IDX)
086200          GIVING GANTT-WORK.
086300      COMPUTE DONE-COLS ROUNDED =
086400          GANTT-WORK * TK-PERCENT(TASK-IDX) / 100.
086500      IF DONE-COLS = 0
086600          GO TO BUILD-TASK-BAR-EXIT.
086700      ADD 1 TK-START-COL(TASK-IDX) GIVING DONE-FIRST-COL.
086800      ADD DONE-COLS TK-START-COL(TASK-IDX) GIVING DONE-LAST-COL.
086900      IF DONE-LAST-COL < TK-END-COL(TASK-IDX)
087000          ADD 1 DONE-LAST-COL GIVING DIVIDER-COL
087100          PERFORM PUT-DIVIDER.
087200      IF DONE-FIRST-COL < WINDOW-START-COL
087300          MOVE WINDOW-START-COL TO DONE-FIRST-COL.
087400      IF DONE-LAST-COL > WINDOW-LAST-COL
087500          MOVE WINDOW-LAST-COL TO DONE-LAST-COL.
087600      IF DONE-FIRST-COL > DONE-LAST-COL
087700          GO TO BUILD-TASK-BAR-EXIT.
087800      ADD BAR-ORIGIN-X DONE-FIRST-COL GIVING GANTT-WORK.
087900      SUBTRACT WINDOW-START-COL FROM GANTT-WORK.
088000      MOVE GANTT-WORK TO FB-X.
088100      MOVE TASK-MID-Y TO FB-Y.
088200      PERFORM PUT-FILL-RECORD.
088300 BUILD-TASK-BAR-EXIT.
088400      EXIT.
088500
088600*-----THE '|' THAT FENCES THE DONE SHARE FROM THE REST, WHEN IT
088700*-----FALLS IN THIS WINDOW: A PEN-DOWN STROKE ONTO ITS OWN CELL.
088800 PUT-DIVIDER.
088900      IF DIVIDER-COL NOT < WINDOW-START-COL
089000          AND DIVIDER-COL NOT > WINDOW-LAST-COL
089100          ADD BAR-ORIGIN-X DIVIDER-COL GIVING GANTT-WORK
089200          SUBTRACT WINDOW-START-COL FROM GANTT-WORK
089300          MOVE GANTT-WORK TO CB-X
089400          MOVE TASK-MID-Y TO CB-Y
089500          MOVE 'M' TO CB-PEN
089600          MOVE '|' TO CB-SYMBOL
089700          PERFORM PUT-COORD-RECORD
089800          MOVE 'D' TO CB-PEN
089900          PERFORM PUT-COORD-RECORD.
090000
090100*-----THE THREE RECORD PUTTERS FILE ONE BUILT RECORD INTO THE
090200*-----DECK LINE TABLE; THE COUNT FEEDS THE 'N' HEADER.
090300 PUT-COORD-RECORD.
090400      ADD 1 TO DECK-LINE-CNT.
090500      MOVE COORD-REC-BUILD TO DECK-LINE(DECK-LINE-CNT).
090600
090700 PUT-LABEL-RECORD.
090800      ADD 1 TO DECK-LINE-CNT.
090900      MOVE LABEL-REC-BUILD TO DECK-LINE(DECK-LINE-CNT).
091000
091100 PUT-FILL-RECORD.
091200      ADD 1 TO DECK-LINE-CNT.
091300      MOVE FILL-REC-BUILD TO DECK-LINE(DECK-LINE-CNT).
091400
091500*-----WRITES THE FINISHED DECK: TITLE AND SIZE HEADERS, THE
091600*-----LONG-COUNT HEADER, THEN THE BODY RECORDS IN THE ORDER
091700*-----THEY WERE BUILT; THEN LISTS IT. THE CANVAS HOLDS THE TASK
091800*-----ROWS AND RULER OVER THE BASELINE, AND ACROSS THE LABELS,
091900*-----THE WINDOW'S DATE COLUMNS, THE BARS' RIGHT ENDS, AND ROOM
092000*-----FOR THE LAST RULER DATE, UP TO DDA'S 100-COLUMN LIMIT.
092100 WRITE-DECK-FILE.
092200      MOVE DECK-NUM TO DECK-NUM-2.
092300      MOVE SPACES TO WS-DECK-FILENAME.
092400      STRING 'gantt' DELIMITED BY SIZE
092500          DECK-NUM-2 DELIMITED BY SIZE
092600          '.txt' DELIMITED BY SIZE
092700          INTO WS-DECK-FILENAME.
092800      OPEN OUTPUT DECK-FILE.
092900      IF DECK-STATUS NOT = '00'
093000          DISPLAY 'DDAGANTT-W004 CANNOT OPEN DECK FILE '
093100              WS-DECK-FILENAME
093200          MOVE SPACES TO WS-RPT-LINE
093300          STRING 'ERROR   CANNOT OPEN DECK FILE '
093400              DELIMITED BY SIZE
093500              WS-DECK-FILENAME DELIMITED BY SIZE
093600              INTO WS-RPT-LINE
093700          WRITE EXCEPTION-RECORD FROM WS-RPT-LINE
093800          ADD 1 TO EXCEPTION-CNT
093900          MOVE 'Y' TO RUN-TROUBLE-SW
094000          GO TO WRITE-DECK-FILE-EXIT.
094100      IF CHART-TITLE NOT = SPACES
094200          MOVE CHART-TITLE TO TB-TEXT
094300          MOVE TITLE-REC-BUILD TO DECK-RECORD
094400          WRITE DECK-RECORD.
094500      ADD 1 RULER-TEXT-Y GIVING SB-ROWS.
094600      ADD BAR-ORIGIN-X WINDOW-USED-COLS GIVING SB-COLS.
094700      ADD 5 TO SB-COLS.
094800      IF SB-COLS > 100
094900          MOVE 100 TO SB-COLS.
095000      MOVE SIZE-REC-BUILD TO DECK-RECORD.
095100      WRITE DECK-RECORD.
095200      MOVE DECK-LINE-CNT TO NB-COUNT.
095300      MOVE NUM-REC-BUILD TO DECK-RECORD.
095400      WRITE DECK-RECORD.
095500      MOVE 0 TO DECK-LINE-IDX.
095600 WRITE-DECK-LOOP.
095700      ADD 1 TO DECK-LINE-IDX.
095800      IF DECK-LINE-IDX > DECK-LINE-CNT
095900          GO TO WRITE-DECK-DONE.
096000      MOVE DECK-LINE(DECK-LINE-IDX) TO DECK-RECORD.
096100      WRITE DECK-RECORD.
096200      GO TO WRITE-DECK-LOOP.
096300 WRITE-DECK-DONE.
096400      CLOSE DECK-FILE.
096500      MOVE WINDOW-START-DATE TO DATE-WORK.
096600      MOVE PAGE-FIRST-TASK TO RPT-NUM-ED.
096700      MOVE PAGE-LAST-TASK TO RPT-NUM-ED-2.
096800      MOVE WINDOW-USED-COLS TO RPT-NUM-ED-3.
096900      MOVE SPACES TO WS-RPT-LINE.
097000      STRING 'DECK ' DELIMITED BY SIZE
097100          WS-DECK-FILENAME DELIMITED BY SIZE
097200          '  TASKS' DELIMITED BY SIZE
097300          RPT-NUM-ED DELIMITED BY SIZE
097400          ' TO' DELIMITED BY SIZE
097500          RPT-NUM-ED-2 DELIMITED BY SIZE
097600          '  FROM ' DELIMITED BY SIZE
097700          DW-YEAR-X DELIMITED BY SIZE
097800          '/' DELIMITED BY SIZE
097900          DW-MONTH-X DELIMITED BY SIZE
098000          '/' DELIMITED BY SIZE
098100          DW-DAY-X DELIMITED BY SIZE
098200          ',' DELIMITED BY SIZE
098300          RPT-NUM-ED-3 DELIMITED BY SIZE
098400          ' DATE COLUMNS' DELIMITED BY SIZE
098500          INTO WS-RPT-LINE.
098600      WRITE EXCEPTION-RECORD FROM WS-RPT-LINE.
098700 WRITE-DECK-FILE-EXIT.
098800      EXIT.
