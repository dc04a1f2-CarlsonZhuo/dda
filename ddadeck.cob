000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DDADECK.
000300*---------------------------------------------------------------
000400* COMPANION TO DDA: COMPARES TWO VERSIONS OF THE SAME INPUT DECK
000500* AND REPORTS WHAT WAS EDITED IN DRAWING TERMS -- "CIRCLE AT
000600* 040,012 RADIUS CHANGED 005 TO 007", "LABEL 'Q3' MOVED", "SCALE
000700* CHANGED 100 TO 050" -- RATHER THAN AS RAW CARD IMAGES. WHERE
000800* DDACOMP SHOWS WHICH GRID CELLS CHANGED, THIS SHOWS THE DECK
000900* EDIT THAT CHANGED THEM.
001000*
001100* THE ONE-RECORD CONTROL FILE deckctl.txt NAMES THE OLD DECK IN
001200* COLUMNS 1-40 AND THE NEW DECK IN COLUMNS 41-80.
001300*
001400* EVERY RECORD OF BOTH DECKS IS DECODED BY ITS MARKER THE SAME
001500* WAY DDA'S KEEP-READIN AND INIT-TABLE READ IT: ANY 'P'
001550* PARAMETER DECLARATIONS, THE OPTIONAL 'T'
001600* TITLE AND 'S' CANVAS HEADERS, THE 'N' OR TWO-DIGIT COUNT
001700* HEADER, THEN THE BODY -- 'Y' LAYER, 'V' VECTOR SOURCE, 'X'
001800* TRANSFORM, 'F' FILL, 'L' LABEL, 'C' CIRCLE, 'I' INCLUDE, AND
001900* ANYTHING ELSE AS A COORDINATE PAIR WITH ITS PEN CODE AND
002000* SYMBOL. INCLUDED SHAPES AND VECTOR SOURCES ARE NOT OPENED --
002100* THE DECK IS COMPARED AS IT IS WRITTEN -- PARAMETER REFERENCES
002150* ARE NOT FILLED IN, SINCE THE VALUES COME FROM THE CONTROL FILE.
002200*
002300* THE ELEMENTS OF THE TWO DECKS ARE PAIRED IN THREE PASSES:
002400*     1 - IDENTICAL ELEMENTS, WHICH ARE NOT REPORTED
002500*     2 - THE SAME ELEMENT BY ITS KEY: A POINT, CIRCLE, OR FILL
002600*         BY ITS POSITION; A LABEL BY ITS TEXT; A LAYER, INCLUDE,
002700*         OR VECTOR SOURCE BY ITS NAME; A PARAMETER BY ITS
002750*         NAME; A TRANSFORM BY ITS PLACE
002800*         AMONG THE DECK'S TRANSFORMS; A HEADER BY ITS KIND
002900*     3 - WHAT IS LEFT, BY A SECOND KEY: A LABEL BY ITS POSITION
003000*         (TEXT CHANGED), A CIRCLE BY ITS RADIUS AND SYMBOL, A
003100*         FILL BY ITS SYMBOL (MOVED)
003200* A PAIR FROM PASS 2 OR 3 IS CHANGED, ONE REPORT LINE PER
003300* ATTRIBUTE THAT DIFFERS. AN OLD ELEMENT LEFT UNPAIRED WAS
003400* REMOVED, A NEW ONE ADDED. EACH LINE CARRIES THE RECORD NUMBER
003500* IN THE OLD AND/OR NEW DECK AND THE LAYER IN FORCE THERE (BLANK
003600* FOR THE BASE LAYER). CHANGES AND REMOVALS COME IN OLD-DECK
003700* ORDER, THEN THE ADDITIONS IN NEW-DECK ORDER.
003800*
003900* THE REPORT GOES TO deckdiff.txt. THE RUN ENDS WITH CONDITION
004000* CODE 0 WHEN THE DECKS MATCH, 4 WHEN THEY DIFFER, 8 ON A FILE
004100* ERROR OR A DECK TOO LONG TO COMPARE IN FULL.
004200*
004300* THE DECK RECORD VIEWS FOLLOW DDA'S INPUT-RECORD AND ITS
004400* ALTERNATE VIEWS -- THE TWO MUST BE KEPT IN STEP.
004500*---------------------------------------------------------------
004600 ENVIRONMENT DIVISION.
004700
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT DECK-CONTROL-FILE
005100          ASSIGN TO DISK
005200          ORGANIZATION IS LINE SEQUENTIAL
005300          FILE STATUS IS DECK-CONTROL-STATUS.
005400
005500*-----ASSIGN TO DYNAMIC TAKES THE DECK NAME FROM CMP-DECK-FILENAME
005600*-----AT OPEN TIME, SO ONE FILE DEFINITION READS BOTH DECKS.
005700     SELECT DECK-FILE
005800          ASSIGN TO DYNAMIC CMP-DECK-FILENAME
005900          ORGANIZATION IS LINE SEQUENTIAL
006000          FILE STATUS IS DECK-STATUS.
006100
006200     SELECT DECK-DIFF-FILE
006300          ASSIGN TO DISK
006400          ORGANIZATION IS LINE SEQUENTIAL
006500          FILE STATUS IS DECK-DIFF-STATUS.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  DECK-CONTROL-FILE
007000     LABEL RECORDS ARE STANDARD
007100     VALUE OF FILE-ID IS "deckctl.txt".
007200 01  DECK-CONTROL-RECORD.
007300     03  CMP-OLD-NAME                PIC X(40).
007400     03  CMP-NEW-NAME                PIC X(40).
007500
007600*-----THE COORDINATE VIEW: X IN COLUMNS 1-2, Y IN COLUMNS 4-5
007700*-----(COLUMN 3 IS NOT READ), THE PEN CODE, THEN THE SYMBOL. THE
007800*-----DIGIT PAIRS ARE CHARACTER FIELDS SO A BLANK TENS DIGIT CAN
007900*-----BE ZERO-FILLED BEFORE THE NUMERIC VIEW IS USED.
008000 FD  DECK-FILE
008100     LABEL RECORDS ARE STANDARD.
008200 01  INPUT-RECORD.
008300     03  COORD-X-DIGITS.
008400         05  COORD-X-TENS            PIC X.
008500         05  COORD-X-ONES            PIC X.
008600     03  COORD-X-NUM REDEFINES COORD-X-DIGITS
008700                                     PIC 99.
008800     03  FILLER                      PIC X.
008900     03  COORD-Y-DIGITS.
009000         05  COORD-Y-TENS            PIC X.
009100         05  COORD-Y-ONES            PIC X.
009200     03  COORD-Y-NUM REDEFINES COORD-Y-DIGITS
009300                                     PIC 99.
009400     03  MOVE-DRAW-CODE              PIC X.
009500         88 PEN-IS-UP                     VALUE 'M'.
009600     03  SEGMENT-SYMBOL              PIC X.
009700     03  FILLER                      PIC X(60).
009800 01  SIZE-RECORD.
009900     03  SIZE-MARKER                 PIC X.
010000     03  SIZE-OF-ROWS                PIC 9(3).
010100     03  SIZE-OF-COLS                PIC 9(3).
010200 01  NUM-RECORD.
010300     03  NUM-MARKER                  PIC X.
010400     03  NUM-OF-INPUT-EXT            PIC 9(5).
010500 01  CIRCLE-RECORD.
010600     03  CIRCLE-MARKER               PIC X.
010700     03  CIRCLE-CTR-X                PIC 9(3).
010800     03  CIRCLE-CTR-Y                PIC 9(3).
010900     03  CIRCLE-RADIUS               PIC 9(3).
011000     03  CIRCLE-SYMBOL               PIC X.
011100 01  TITLE-RECORD.
011200     03  TITLE-MARKER                PIC X.
011300     03  TITLE-TEXT                  PIC X(60).
011400 01  INCLUDE-RECORD.
011500     03  INCLUDE-MARKER              PIC X.
011600     03  INCLUDE-NAME                PIC X(40).
011700 01  VECSRC-DECK-RECORD.
011800     03  VECSRC-MARKER               PIC X.
011900     03  VECSRC-NAME                 PIC X(40).
012000 01  XFORM-RECORD.
012100     03  XFORM-MARKER                PIC X.
012200     03  XFORM-X-SIGN                PIC X.
012300     03  XFORM-X-AMT                 PIC 9(3).
012400     03  XFORM-Y-SIGN                PIC X.
012500     03  XFORM-Y-AMT                 PIC 9(3).
012600     03  XFORM-SCALE-PCT             PIC 9(3).
012700 01  FILL-RECORD.
012800     03  FILL-MARKER                 PIC X.
012900     03  FILL-SEED-X                 PIC 9(3).
013000     03  FILL-SEED-Y                 PIC 9(3).
013100     03  FILL-SYMBOL                 PIC X.
013200 01  LABEL-RECORD.
013300     03  LABEL-MARKER                PIC X.
013400     03  LABEL-POS-X                 PIC 9(3).
013500     03  LABEL-POS-Y                 PIC 9(3).
013600     03  LABEL-TEXT                  PIC X(60).
013700 01  LAYER-RECORD.
013800     03  LAYER-MARKER                PIC X.
013900     03  LAYER-NAME                  PIC X(8).
013910 01  PARM-DECL-RECORD.
013920     03  PARM-MARKER                 PIC X.
013930     03  PARM-AMPERSAND              PIC X.
013940     03  PARM-DECL-NAME              PIC X(8).
013950     03  FILLER                      PIC X.
013960     03  PARM-DEFAULT                PIC X(30).
014000
014100 FD  DECK-DIFF-FILE
014200     LABEL RECORDS ARE STANDARD
014300     VALUE OF FILE-ID IS "deckdiff.txt".
014400 01  DECK-DIFF-RECORD                PIC X(132).
014500
014600 WORKING-STORAGE SECTION.
014700 01  DECK-CONTROL-STATUS             PIC XX.
014800 01  DECK-STATUS                     PIC XX.
014900 01  DECK-DIFF-STATUS                PIC XX.
015000 01  CMP-DECK-FILENAME               PIC X(40).
015100 01  DECK-EOF-SW                     PIC X.
015200     88 DECK-IS-EOF                       VALUE 'Y'.
015300 01  RUN-TROUBLE-SW                  PIC X VALUE 'N'.
015400     88 RUN-HAD-TROUBLE                  VALUE 'Y'.
015500* THE DECK BEING LOADED (1 = OLD, 2 = NEW), ITS RECORD NUMBER,
015600* THE HEADER PHASE ('1' NOTHING YET, '2' AFTER THE TITLE, '3'
015700* AFTER THE CANVAS, 'C' PAST THE COUNT -- THE SAME ORDER DDA'S
015800* VALIDATE-ONE-RECORD CHECKS), THE LAYER IN FORCE, AND HOW MANY
015900* TRANSFORMS HAVE BEEN SEEN.
016000 01  LOAD-TARGET                     PIC 9.
016100 01  DK-REC-NUM                      PIC 9(5).
016200 01  DK-PHASE                        PIC X.
016300 01  DK-CURRENT-LAYER                PIC X(8).
016400 01  DK-XFORM-CNT                    PIC 9(5).
016500 01  DK-COUNT-WORK                   PIC 9(5).
016600 01  DK-OVERFLOW-SW                  PIC X VALUE 'N'.
016700     88 DK-TABLE-OVERFLOWED               VALUE 'Y'.
016800* ONE DECODED ELEMENT. KIND IS THE RECORD MARKER ('P' FOR A
016900* COORDINATE PAIR, 'N' FOR EITHER FORM OF COUNT HEADER, 'A' FOR
016950* A PARAMETER DECLARATION, WHOSE TEXT IS ITS NAME AND DEFAULT
016960* IN THE PARM VIEW). X AND Y
017000* ARE THE POSITION (ROWS/COLS ON A CANVAS HEADER, THE SIGNED
017100* OFFSETS ON A TRANSFORM); R IS THE RADIUS OR THE SCALE; TEXT IS
017200* THE LABEL, TITLE, OR NAME. THE CONTENT GROUP IS WHAT MUST
017300* MATCH FOR TWO ELEMENTS TO BE IDENTICAL.
017400 01  CUR-ELEMENT.
017500     03 CE-KIND                      PIC X.
017600     03 CE-REC-NUM                   PIC 9(5).
017700     03 CE-ORDINAL                   PIC 9(5).
017800     03 CE-CONTENT.
017900          05 CE-LAYER                PIC X(8).
018000          05 CE-X                    PIC S9(3).
018100          05 CE-Y                    PIC S9(3).
018200          05 CE-R                    PIC 9(3).
018300          05 CE-PEN                  PIC X.
018400          05 CE-SYM                  PIC X.
018500          05 CE-TEXT                 PIC X(60).
018510          05 CE-PARM-TEXT REDEFINES CE-TEXT.
018520             07 CE-PARM-NAME     PIC X(8).
018530             07 CE-PARM-DEFAULT  PIC X(52).
018600     03 CE-MATCH                     PIC 9(4).
018700     03 CE-MATCH-PASS                PIC X.
018800* THE TWO DECKS' ELEMENTS, SAME SHAPE AS CUR-ELEMENT. MATCH IS
018900* THE SUBSCRIPT OF THE PAIRED ELEMENT IN THE OTHER TABLE (ZERO
019000* WHEN UNPAIRED) AND MATCH-PASS THE PASS THAT PAIRED IT.
019100 01  DECK-TABLE-MAX                  PIC 9(4) VALUE 3000.
019200 01  OLD-ELEMENT-CNT                 PIC 9(4) VALUE 0.
019300 01  OLD-ELEMENT-TABLE.
019400     03 OLD-ELEMENT OCCURS 3000 TIMES.
019500          05 OE-KIND                 PIC X.
019600          05 OE-REC-NUM              PIC 9(5).
019700          05 OE-ORDINAL              PIC 9(5).
019800          05 OE-CONTENT.
019900             07 OE-LAYER             PIC X(8).
020000             07 OE-X                 PIC S9(3).
020100             07 OE-Y                 PIC S9(3).
020200             07 OE-R                 PIC 9(3).
020300             07 OE-PEN               PIC X.
020400             07 OE-SYM               PIC X.
020500             07 OE-TEXT              PIC X(60).
020510             07 OE-PARM-TEXT REDEFINES OE-TEXT.
020520               09 OE-PARM-NAME   PIC X(8).
020530               09 OE-PARM-DEFAULT PIC X(52).
020600          05 OE-MATCH                PIC 9(4).
020700          05 OE-MATCH-PASS           PIC X.
020800 01  NEW-ELEMENT-CNT                 PIC 9(4) VALUE 0.
020900 01  NEW-ELEMENT-TABLE.
021000     03 NEW-ELEMENT OCCURS 3000 TIMES.
021100          05 NE-KIND                 PIC X.
021200          05 NE-REC-NUM              PIC 9(5).
021300          05 NE-ORDINAL              PIC 9(5).
021400          05 NE-CONTENT.
021500             07 NE-LAYER             PIC X(8).
021600             07 NE-X                 PIC S9(3).
021700             07 NE-Y                 PIC S9(3).
021800             07 NE-R                 PIC 9(3).
021900             07 NE-PEN               PIC X.
022000             07 NE-SYM               PIC X.
022100             07 NE-TEXT              PIC X(60).
022110             07 NE-PARM-TEXT REDEFINES NE-TEXT.
022120               09 NE-PARM-NAME   PIC X(8).
022130               09 NE-PARM-DEFAULT PIC X(52).
022200          05 NE-MATCH                PIC 9(4).
022300          05 NE-MATCH-PASS           PIC X.
022400* THE PAIRING PASSES.
022500 01  MATCH-PASS-NUM                  PIC 9.
022600 01  OLD-IDX                         PIC 9(4).
022700 01  NEW-IDX                         PIC 9(4).
022800 01  PAIR-MATCH-SW                   PIC X.
022900     88 PAIR-DOES-MATCH                   VALUE 'Y'.
023000* THE PAIR BEING REPORTED, COPIED OUT OF THE TABLES, AND THE
023100* ELEMENT BEING DESCRIBED.
023200 01  OLD-WORK.
023300     03 OW-KIND                      PIC X.
023400     03 OW-REC-NUM                   PIC 9(5).
023500     03 OW-ORDINAL                   PIC 9(5).
023600     03 OW-LAYER                     PIC X(8).
023700     03 OW-X                         PIC S9(3).
023800     03 OW-Y                         PIC S9(3).
023900     03 OW-R                         PIC 9(3).
024000     03 OW-PEN                       PIC X.
024100     03 OW-SYM                       PIC X.
024200     03 OW-TEXT                      PIC X(60).
024210     03 OW-PARM-TEXT REDEFINES OW-TEXT.
024220          05 OW-PARM-NAME        PIC X(8).
024230          05 OW-PARM-DEFAULT     PIC X(52).
024300     03 FILLER                       PIC X(5).
024400 01  NEW-WORK.
024500     03 NW-KIND                      PIC X.
024600     03 NW-REC-NUM                   PIC 9(5).
024700     03 NW-ORDINAL                   PIC 9(5).
024800     03 NW-LAYER                     PIC X(8).
024900     03 NW-X                         PIC S9(3).
025000     03 NW-Y                         PIC S9(3).
025100     03 NW-R                         PIC 9(3).
025200     03 NW-PEN                       PIC X.
025300     03 NW-SYM                       PIC X.
025400     03 NW-TEXT                      PIC X(60).
025410     03 NW-PARM-TEXT REDEFINES NW-TEXT.
025420          05 NW-PARM-NAME        PIC X(8).
025430          05 NW-PARM-DEFAULT     PIC X(52).
025500     03 FILLER                       PIC X(5).
025600 01  DESC-WORK.
025700     03 DW-KIND                      PIC X.
025800     03 DW-REC-NUM                   PIC 9(5).
025900     03 DW-ORDINAL                   PIC 9(5).
026000     03 DW-LAYER                     PIC X(8).
026100     03 DW-X                         PIC S9(3).
026200     03 DW-Y                         PIC S9(3).
026300     03 DW-R                         PIC 9(3).
026400     03 DW-PEN                       PIC X.
026500     03 DW-SYM                       PIC X.
026600     03 DW-TEXT                      PIC X(60).
026610     03 DW-PARM-TEXT REDEFINES DW-TEXT.
026620          05 DW-PARM-NAME        PIC X(8).
026630          05 DW-PARM-DEFAULT     PIC X(52).
026700     03 FILLER                       PIC X(5).
026800* THE DESCRIPTION OF THE ELEMENT IN DESC-WORK: WHAT IT IS
026900* ("CIRCLE AT 040,012") AND ITS OTHER ATTRIBUTES ("RADIUS 005
027000* SYMBOL *"). NEITHER EVER HOLDS A DOUBLE SPACE EXCEPT AS ITS
027100* TRAILING FILL, SO EACH STRINGS DELIMITED BY TWO SPACES.
027200 01  DESC-PHRASE                     PIC X(80).
027300 01  DESC-DETAIL                     PIC X(80).
027400 01  DESC-CHANGE                     PIC X(100).
027500 01  ED-NUM-A                        PIC 999.
027600 01  ED-NUM-B                        PIC 999.
027700 01  ED-NUM-C                        PIC 999.
027800 01  ED-NUM-D                        PIC 999.
027900 01  ED-SIGNED-A                     PIC +999.
028000 01  ED-SIGNED-B                     PIC +999.
028100 01  ED-PEN-A                        PIC X(4).
028200 01  ED-PEN-B                        PIC X(4).
028300 01  ED-REC-NUM                      PIC 9(5).
028400* THE TALLIES FOR THE SUMMARY.
028500 01  ADDED-CNT                       PIC 9(5) VALUE 0.
028600 01  REMOVED-CNT                     PIC 9(5) VALUE 0.
028700 01  CHANGED-CNT                     PIC 9(5) VALUE 0.
028800 01  SAME-CNT                        PIC 9(5) VALUE 0.
028900* REPORT LINE WORK AREAS, SAME STRING-INTO SCHEME AS DDA'S
029000* SUMMARY REPORT LINES.
029100 01  WS-RPT-LINE                     PIC X(132).
029200 01  WS-RPT-NUM-ED                   PIC ZZZZ9.
029300 01  DIFF-HEADING.
029400     03 FILLER                       PIC X(09) VALUE 'ACTION'.
029500     03 FILLER                       PIC X(06) VALUE 'OLD'.
029600     03 FILLER                       PIC X(06) VALUE 'NEW'.
029700     03 FILLER                       PIC X(09) VALUE 'LAYER'.
029800     03 FILLER                       PIC X(06) VALUE 'CHANGE'.
029900 01  DIFF-DETAIL.
030000     03 DD-ACTION                    PIC X(8).
030100     03 FILLER                       PIC X(01) VALUE SPACE.
030200     03 DD-OLD-REC                   PIC X(5).
030300     03 FILLER                       PIC X(01) VALUE SPACE.
030400     03 DD-NEW-REC                   PIC X(5).
030500     03 FILLER                       PIC X(01) VALUE SPACE.
030600     03 DD-LAYER                     PIC X(8).
030700     03 FILLER                       PIC X(01) VALUE SPACE.
030800     03 DD-TEXT                      PIC X(102).
030900
031000 PROCEDURE DIVISION.
031100 MAIN-LOGIC SECTION.
031200 PROGRAM-BEGIN.
031300      OPEN INPUT DECK-CONTROL-FILE.
031400      IF DECK-CONTROL-STATUS NOT = '00'
031500          DISPLAY 'DDADECK-W001 CONTROL FILE NOT FOUND, '
031600              'NOTHING TO DO'
031700          MOVE 8 TO RETURN-CODE
031800          GO TO PROGRAM-DONE.
031900      READ DECK-CONTROL-FILE
032000          AT END MOVE SPACES TO DECK-CONTROL-RECORD.
032100      CLOSE DECK-CONTROL-FILE.
032200      IF CMP-OLD-NAME = SPACES OR CMP-NEW-NAME = SPACES
032300          DISPLAY 'DDADECK-W002 TWO DECK NAMES ARE REQUIRED'
032400          MOVE 8 TO RETURN-CODE
032500          GO TO PROGRAM-DONE.
032600      OPEN OUTPUT DECK-DIFF-FILE.
032700      IF DECK-DIFF-STATUS NOT = '00'
032800          DISPLAY 'DDADECK-W003 CANNOT OPEN DIFFERENCE REPORT'
032900          MOVE 8 TO RETURN-CODE
033000          GO TO PROGRAM-DONE.
033100      MOVE SPACES TO WS-RPT-LINE.
033200      STRING 'DECK COMPARISON  OLD: ' DELIMITED BY SIZE
033300          CMP-OLD-NAME DELIMITED BY SPACE
033400          '  NEW: ' DELIMITED BY SIZE
033500          CMP-NEW-NAME DELIMITED BY SPACE
033600          INTO WS-RPT-LINE.
033700      WRITE DECK-DIFF-RECORD FROM WS-RPT-LINE.
033800      MOVE 1 TO LOAD-TARGET.
033900      MOVE CMP-OLD-NAME TO CMP-DECK-FILENAME.
034000      PERFORM LOAD-ONE-DECK THRU LOAD-ONE-DECK-EXIT.
034100      MOVE 2 TO LOAD-TARGET.
034200      MOVE CMP-NEW-NAME TO CMP-DECK-FILENAME.
034300      PERFORM LOAD-ONE-DECK THRU LOAD-ONE-DECK-EXIT.
034400      IF RUN-HAD-TROUBLE
034500          GO TO PROGRAM-END.
034600      MOVE 1 TO MATCH-PASS-NUM.
034700      PERFORM PAIR-ELEMENTS THRU PAIR-ELEMENTS-EXIT.
034800      MOVE 2 TO MATCH-PASS-NUM.
034900      PERFORM PAIR-ELEMENTS THRU PAIR-ELEMENTS-EXIT.
035000      MOVE 3 TO MATCH-PASS-NUM.
035100      PERFORM PAIR-ELEMENTS THRU PAIR-ELEMENTS-EXIT.
035200      MOVE SPACES TO DECK-DIFF-RECORD.
035300      WRITE DECK-DIFF-RECORD.
035400      WRITE DECK-DIFF-RECORD FROM DIFF-HEADING.
035500      PERFORM REPORT-OLD-SIDE THRU REPORT-OLD-SIDE-EXIT.
035600      PERFORM REPORT-NEW-SIDE THRU REPORT-NEW-SIDE-EXIT.
035700      PERFORM WRITE-DECK-SUMMARY.
035800 PROGRAM-END.
035900      CLOSE DECK-DIFF-FILE.
036000      IF RUN-HAD-TROUBLE
036100          MOVE 8 TO RETURN-CODE
036200          GO TO PROGRAM-DONE.
036300      IF ADDED-CNT > 0 OR REMOVED-CNT > 0 OR CHANGED-CNT > 0
036400          MOVE 4 TO RETURN-CODE.
036500 PROGRAM-DONE.
036600      STOP RUN.
036700
036800*===============================================================
036900*-----------------------UTILITY PARAGRAPH-----------------------
037000*===============================================================
037100*-----READS ONE DECK AND FILES EVERY RECORD, DECODED, IN THE
037200*-----TARGET TABLE. A MISSING DECK IS REPORTED AND ENDS THE RUN
037300*-----WITH CONDITION CODE 8 -- A HALF COMPARISON WOULD ONLY
037400*-----MISLEAD. A DECK LONGER THAN THE TABLE IS COMPARED AS FAR AS
037500*-----IT FITS AND ALSO FLAGS THE RUN.
037600 LOAD-ONE-DECK.
037700      OPEN INPUT DECK-FILE.
037800      IF DECK-STATUS NOT = '00'
037900          DISPLAY 'DDADECK-W004 DECK NOT FOUND: '
038000              CMP-DECK-FILENAME
038100          MOVE SPACES TO WS-RPT-LINE
038200          STRING 'DECK NOT FOUND: ' DELIMITED BY SIZE
038300              CMP-DECK-FILENAME DELIMITED BY SIZE
038400              INTO WS-RPT-LINE
038500          WRITE DECK-DIFF-RECORD FROM WS-RPT-LINE
038600          MOVE 'Y' TO RUN-TROUBLE-SW
038700          GO TO LOAD-ONE-DECK-EXIT.
038800      MOVE 0 TO DK-REC-NUM.
038900      MOVE '1' TO DK-PHASE.
039000      MOVE SPACES TO DK-CURRENT-LAYER.
039100      MOVE 0 TO DK-XFORM-CNT.
039200      MOVE 'N' TO DK-OVERFLOW-SW.
039300      MOVE 'N' TO DECK-EOF-SW.
039400 LOAD-READ-LOOP.
039500      READ DECK-FILE
039600          AT END MOVE 'Y' TO DECK-EOF-SW.
039700      IF DECK-IS-EOF GO TO LOAD-WRAP-UP.
039800      ADD 1 TO DK-REC-NUM.
039900      PERFORM DECODE-ONE-RECORD THRU DECODE-ONE-RECORD-EXIT.
040000      PERFORM FILE-ELEMENT THRU FILE-ELEMENT-EXIT.
040100      GO TO LOAD-READ-LOOP.
040200 LOAD-WRAP-UP.
040300      CLOSE DECK-FILE.
040400      IF NOT DK-TABLE-OVERFLOWED
040500          GO TO LOAD-ONE-DECK-EXIT.
040600      DISPLAY 'DDADECK-W005 DECK TOO LONG, COMPARED IN PART: '
040700          CMP-DECK-FILENAME.
040800      MOVE SPACES TO WS-RPT-LINE.
040900      STRING 'DECK TOO LONG, COMPARED IN PART: ' DELIMITED BY SIZE
041000          CMP-DECK-FILENAME DELIMITED BY SIZE
041100          INTO WS-RPT-LINE.
041200      WRITE DECK-DIFF-RECORD FROM WS-RPT-LINE.
041300      MOVE 'Y' TO RUN-TROUBLE-SW.
041400 LOAD-ONE-DECK-EXIT.
041500      EXIT.
041600
041700*-----DECODES THE RECORD IN THE DECK RECORD AREA INTO CUR-ELEMENT.
041800*-----THE HEADERS ARE RECOGNIZED ONLY IN THEIR PLACE AT THE TOP
041900*-----OF THE DECK, AS INIT-TABLE AND READIN-NUM-OF-INPUT READ
042000*-----THEM; THE BODY MARKERS ARE TESTED IN PROCESS-ONE-RECORD'S
042100*-----ORDER. A NON-NUMERIC FIELD DECODES AS ZERO -- THE
042200*-----'*VALIDATE' EDIT IS WHERE BAD FIELDS ARE CAUGHT.
042300 DECODE-ONE-RECORD.
042400      MOVE SPACES TO CUR-ELEMENT.
042500      MOVE DK-REC-NUM TO CE-REC-NUM.
042600      MOVE 0 TO CE-ORDINAL.
042700      MOVE 0 TO CE-X.
042800      MOVE 0 TO CE-Y.
042900      MOVE 0 TO CE-R.
043000      MOVE 0 TO CE-MATCH.
043050*-----A PARAMETER DECLARATION BELONGS AHEAD OF THE HEADERS, BUT
043060*-----ONE OUT OF PLACE IS STILL PART OF THE DECK AS WRITTEN AND
043070*-----IS COMPARED AS A PARAMETER WHEREVER IT SITS.
043080      IF PARM-MARKER = 'P'
043085          MOVE 'A' TO CE-KIND
043090          MOVE PARM-DECL-NAME TO CE-PARM-NAME
043095          MOVE PARM-DEFAULT TO CE-PARM-DEFAULT
043098          GO TO DECODE-ONE-RECORD-EXIT.
043100      IF DK-PHASE = 'C' GO TO DECODE-BODY-RECORD.
043200      IF TITLE-MARKER = 'T' AND DK-PHASE = '1'
043300          MOVE '2' TO DK-PHASE
043400          MOVE 'T' TO CE-KIND
043500          MOVE TITLE-TEXT TO CE-TEXT
043600          GO TO DECODE-ONE-RECORD-EXIT.
043700      IF SIZE-MARKER = 'S'
043800          AND (DK-PHASE = '1' OR DK-PHASE = '2')
043900          MOVE '3' TO DK-PHASE
044000          MOVE 'S' TO CE-KIND
044100          GO TO DECODE-SIZE-HEADER.
044200      MOVE 'C' TO DK-PHASE.
044300      MOVE 'N' TO CE-KIND.
044400      MOVE 0 TO DK-COUNT-WORK.
044500      IF NUM-MARKER = 'N' AND NUM-OF-INPUT-EXT NUMERIC
044600          MOVE NUM-OF-INPUT-EXT TO DK-COUNT-WORK.
044700      IF NUM-MARKER NOT = 'N'
044800          PERFORM DECODE-COORD-DIGITS
044900          MOVE COORD-X-NUM TO DK-COUNT-WORK.
045000      MOVE DK-COUNT-WORK TO CE-TEXT.
045100      GO TO DECODE-ONE-RECORD-EXIT.
045200 DECODE-SIZE-HEADER.
045300      IF SIZE-OF-ROWS NUMERIC
045400          MOVE SIZE-OF-ROWS TO CE-X.
045500      IF SIZE-OF-COLS NUMERIC
045600          MOVE SIZE-OF-COLS TO CE-Y.
045700      GO TO DECODE-ONE-RECORD-EXIT.
045800 DECODE-BODY-RECORD.
045900      IF LAYER-MARKER = 'Y'
046000          MOVE LAYER-NAME TO DK-CURRENT-LAYER
046100          MOVE 'Y' TO CE-KIND
046200          MOVE LAYER-NAME TO CE-TEXT
046300          GO TO DECODE-ONE-RECORD-EXIT.
046400      IF VECSRC-MARKER = 'V'
046500          MOVE 'V' TO CE-KIND
046600          MOVE VECSRC-NAME TO CE-TEXT
046700          GO TO DECODE-ONE-RECORD-EXIT.
046800      IF XFORM-MARKER = 'X'
046900          GO TO DECODE-XFORM-RECORD.
047000      IF FILL-MARKER = 'F'
047100          MOVE 'F' TO CE-KIND
047200          MOVE FILL-SYMBOL TO CE-SYM
047300          IF FILL-SEED-X NUMERIC AND FILL-SEED-Y NUMERIC
047400              MOVE FILL-SEED-X TO CE-X
047500              MOVE FILL-SEED-Y TO CE-Y.
047600      IF FILL-MARKER = 'F'
047700          GO TO DECODE-SYMBOL-DEFAULT.
047800      IF LABEL-MARKER = 'L'
047900          MOVE 'L' TO CE-KIND
048000          MOVE LABEL-TEXT TO CE-TEXT
048100          IF LABEL-POS-X NUMERIC AND LABEL-POS-Y NUMERIC
048200              MOVE LABEL-POS-X TO CE-X
048300              MOVE LABEL-POS-Y TO CE-Y.
048400      IF LABEL-MARKER = 'L'
048500          GO TO DECODE-ONE-RECORD-EXIT.
048600      IF INCLUDE-MARKER = 'I'
048700          MOVE 'I' TO CE-KIND
048800          MOVE INCLUDE-NAME TO CE-TEXT
048900          GO TO DECODE-ONE-RECORD-EXIT.
049000      IF CIRCLE-MARKER = 'C'
049100          GO TO DECODE-CIRCLE-RECORD.
049200*-----ANYTHING ELSE IS A COORDINATE PAIR. A SPACE PEN CODE IS THE
049300*-----OLD PEN-DOWN, SO IT IS FILED AS 'D' AND AN OLDER DECK'S
049400*-----BLANK COMPARES EQUAL TO A NEWER DECK'S EXPLICIT 'D'.
049500      MOVE 'P' TO CE-KIND.
049600      PERFORM DECODE-COORD-DIGITS.
049700      MOVE COORD-X-NUM TO CE-X.
049800      MOVE COORD-Y-NUM TO CE-Y.
049900      MOVE 'D' TO CE-PEN.
050000      IF PEN-IS-UP
050100          MOVE 'M' TO CE-PEN.
050200      MOVE SEGMENT-SYMBOL TO CE-SYM.
050300      GO TO DECODE-SYMBOL-DEFAULT.
050400 DECODE-CIRCLE-RECORD.
050500      MOVE 'C' TO CE-KIND.
050600      IF CIRCLE-CTR-X NUMERIC AND CIRCLE-CTR-Y NUMERIC
050700          MOVE CIRCLE-CTR-X TO CE-X
050800          MOVE CIRCLE-CTR-Y TO CE-Y.
050900      IF CIRCLE-RADIUS NUMERIC
051000          MOVE CIRCLE-RADIUS TO CE-R.
051100      MOVE CIRCLE-SYMBOL TO CE-SYM.
051200      GO TO DECODE-SYMBOL-DEFAULT.
051300*-----A TRANSFORM'S OFFSETS ARE FILED SIGNED; A ZERO OR BLANK
051400*-----SCALE IS FULL SIZE AND IS FILED AS 100 SO IT COMPARES EQUAL
051500*-----TO AN EXPLICIT 100.
051600 DECODE-XFORM-RECORD.
051700      MOVE 'X' TO CE-KIND.
051800      ADD 1 TO DK-XFORM-CNT.
051900      MOVE DK-XFORM-CNT TO CE-ORDINAL.
052000      IF XFORM-X-AMT NUMERIC
052100          MOVE XFORM-X-AMT TO CE-X.
052200      IF XFORM-X-SIGN = '-'
052300          COMPUTE CE-X = 0 - CE-X.
052400      IF XFORM-Y-AMT NUMERIC
052500          MOVE XFORM-Y-AMT TO CE-Y.
052600      IF XFORM-Y-SIGN = '-'
052700          COMPUTE CE-Y = 0 - CE-Y.
052800      MOVE 100 TO CE-R.
052900      IF XFORM-SCALE-PCT NUMERIC AND XFORM-SCALE-PCT > 0
053000          MOVE XFORM-SCALE-PCT TO CE-R.
053100      GO TO DECODE-ONE-RECORD-EXIT.
053200*-----A SPACE SYMBOL DRAWS AS '*', SO IT IS FILED AS '*'.
053300 DECODE-SYMBOL-DEFAULT.
053400      IF CE-SYM = SPACE
053500          MOVE '*' TO CE-SYM.
053600 DECODE-ONE-RECORD-EXIT.
053700      EXIT.
053800
053900*-----ZERO-FILLS A BLANK TENS DIGIT IN THE COORDINATE COLUMNS SO
054000*-----THE NUMERIC VIEWS READ THE SAME VALUE DDA UNPACKS. A PAIR
054100*-----STILL NOT NUMERIC IS TAKEN AS ZERO.
054200 DECODE-COORD-DIGITS.
054300      IF COORD-X-TENS = SPACE
054400          MOVE '0' TO COORD-X-TENS.
054500      IF COORD-Y-TENS = SPACE
054600          MOVE '0' TO COORD-Y-TENS.
054700      IF COORD-X-NUM NOT NUMERIC
054800          MOVE '00' TO COORD-X-DIGITS.
054900      IF COORD-Y-NUM NOT NUMERIC
055000          MOVE '00' TO COORD-Y-DIGITS.
055100
055200*-----FILES CUR-ELEMENT, TAGGED WITH THE LAYER IN FORCE, AT THE
055300*-----END OF THE TARGET TABLE.
055400 FILE-ELEMENT.
055500      MOVE DK-CURRENT-LAYER TO CE-LAYER.
055600      IF LOAD-TARGET = 2
055700          GO TO FILE-NEW-ELEMENT.
055800      IF OLD-ELEMENT-CNT NOT < DECK-TABLE-MAX
055900          MOVE 'Y' TO DK-OVERFLOW-SW
056000          GO TO FILE-ELEMENT-EXIT.
056100      ADD 1 TO OLD-ELEMENT-CNT.
056200      MOVE CUR-ELEMENT TO OLD-ELEMENT(OLD-ELEMENT-CNT).
056300      GO TO FILE-ELEMENT-EXIT.
056400 FILE-NEW-ELEMENT.
056500      IF NEW-ELEMENT-CNT NOT < DECK-TABLE-MAX
056600          MOVE 'Y' TO DK-OVERFLOW-SW
056700          GO TO FILE-ELEMENT-EXIT.
056800      ADD 1 TO NEW-ELEMENT-CNT.
056900      MOVE CUR-ELEMENT TO NEW-ELEMENT(NEW-ELEMENT-CNT).
057000 FILE-ELEMENT-EXIT.
057100      EXIT.
057200
057300*-----ONE PAIRING PASS: EVERY OLD ELEMENT STILL UNPAIRED TAKES
057400*-----THE FIRST UNPAIRED NEW ELEMENT THE PASS'S TEST ACCEPTS, SO
057500*-----DUPLICATES PAIR OFF IN DECK ORDER.
057600 PAIR-ELEMENTS.
057700      MOVE 0 TO OLD-IDX.
057800 PAIR-OLD-LOOP.
057900      ADD 1 TO OLD-IDX.
058000      IF OLD-IDX > OLD-ELEMENT-CNT
058100          GO TO PAIR-ELEMENTS-EXIT.
058200      IF OE-MATCH(OLD-IDX) NOT = 0
058300          GO TO PAIR-OLD-LOOP.
058400      MOVE 0 TO NEW-IDX.
058500 PAIR-NEW-LOOP.
058600      ADD 1 TO NEW-IDX.
058700      IF NEW-IDX > NEW-ELEMENT-CNT
058800          GO TO PAIR-OLD-LOOP.
058900      IF NE-MATCH(NEW-IDX) NOT = 0
059000          GO TO PAIR-NEW-LOOP.
059100      IF OE-KIND(OLD-IDX) NOT = NE-KIND(NEW-IDX)
059200          GO TO PAIR-NEW-LOOP.
059300      PERFORM TEST-ONE-PAIR THRU TEST-ONE-PAIR-EXIT.
059400      IF NOT PAIR-DOES-MATCH
059500          GO TO PAIR-NEW-LOOP.
059600      MOVE NEW-IDX TO OE-MATCH(OLD-IDX).
059700      MOVE OLD-IDX TO NE-MATCH(NEW-IDX).
059800      MOVE MATCH-PASS-NUM TO OE-MATCH-PASS(OLD-IDX).
059900      MOVE MATCH-PASS-NUM TO NE-MATCH-PASS(NEW-IDX).
060000      GO TO PAIR-OLD-LOOP.
060100 PAIR-ELEMENTS-EXIT.
060200      EXIT.
060300
060400*-----THE PASS'S TEST FOR THE OLD AND NEW ELEMENT UNDER THE TWO
060500*-----SUBSCRIPTS, ALREADY KNOWN TO BE OF THE SAME KIND.
060600 TEST-ONE-PAIR.
060700      MOVE 'N' TO PAIR-MATCH-SW.
060800      IF MATCH-PASS-NUM = 2 GO TO TEST-BY-KEY.
060900      IF MATCH-PASS-NUM = 3 GO TO TEST-BY-SECOND-KEY.
061000      IF OE-CONTENT(OLD-IDX) = NE-CONTENT(NEW-IDX)
061100          MOVE 'Y' TO PAIR-MATCH-SW.
061200      GO TO TEST-ONE-PAIR-EXIT.
061300 TEST-BY-KEY.
061400      IF OE-KIND(OLD-IDX) = 'P' OR OE-KIND(OLD-IDX) = 'C'
061500          OR OE-KIND(OLD-IDX) = 'F'
061600          IF OE-X(OLD-IDX) = NE-X(NEW-IDX)
061700              AND OE-Y(OLD-IDX) = NE-Y(NEW-IDX)
061800              MOVE 'Y' TO PAIR-MATCH-SW.
061900      IF OE-KIND(OLD-IDX) = 'L' OR OE-KIND(OLD-IDX) = 'Y'
062000          OR OE-KIND(OLD-IDX) = 'I' OR OE-KIND(OLD-IDX) = 'V'
062100          IF OE-TEXT(OLD-IDX) = NE-TEXT(NEW-IDX)
062200              MOVE 'Y' TO PAIR-MATCH-SW.
062300      IF OE-KIND(OLD-IDX) = 'X'
062400          AND OE-ORDINAL(OLD-IDX) = NE-ORDINAL(NEW-IDX)
062500          MOVE 'Y' TO PAIR-MATCH-SW.
062510      IF OE-KIND(OLD-IDX) = 'A'
062520          AND OE-PARM-NAME(OLD-IDX) = NE-PARM-NAME(NEW-IDX)
062530          MOVE 'Y' TO PAIR-MATCH-SW.
062600      IF OE-KIND(OLD-IDX) = 'T' OR OE-KIND(OLD-IDX) = 'S'
062700          OR OE-KIND(OLD-IDX) = 'N'
062800          MOVE 'Y' TO PAIR-MATCH-SW.
062900      GO TO TEST-ONE-PAIR-EXIT.
063000 TEST-BY-SECOND-KEY.
063100      IF OE-KIND(OLD-IDX) = 'L'
063200          AND OE-X(OLD-IDX) = NE-X(NEW-IDX)
063300          AND OE-Y(OLD-IDX) = NE-Y(NEW-IDX)
063400          MOVE 'Y' TO PAIR-MATCH-SW.
063500      IF OE-KIND(OLD-IDX) = 'C'
063600          AND OE-R(OLD-IDX) = NE-R(NEW-IDX)
063700          AND OE-SYM(OLD-IDX) = NE-SYM(NEW-IDX)
063800          MOVE 'Y' TO PAIR-MATCH-SW.
063900      IF OE-KIND(OLD-IDX) = 'F'
064000          AND OE-SYM(OLD-IDX) = NE-SYM(NEW-IDX)
064100          MOVE 'Y' TO PAIR-MATCH-SW.
064200 TEST-ONE-PAIR-EXIT.
064300      EXIT.
064400
064500*-----WALKS THE OLD DECK'S ELEMENTS IN ORDER: AN UNPAIRED ONE WAS
064600*-----REMOVED; ONE PAIRED AFTER THE FIRST PASS WAS CHANGED, AND
064700*-----GETS A LINE PER ATTRIBUTE THAT DIFFERS.
064800 REPORT-OLD-SIDE.
064900      MOVE 0 TO OLD-IDX.
065000 REPORT-OLD-LOOP.
065100      ADD 1 TO OLD-IDX.
065200      IF OLD-IDX > OLD-ELEMENT-CNT
065300          GO TO REPORT-OLD-SIDE-EXIT.
065400      IF OE-MATCH(OLD-IDX) = 0
065500          GO TO REPORT-REMOVED.
065600      IF OE-MATCH-PASS(OLD-IDX) = '1'
065700          ADD 1 TO SAME-CNT
065800          GO TO REPORT-OLD-LOOP.
065900      MOVE OLD-ELEMENT(OLD-IDX) TO OLD-WORK.
066000      MOVE NEW-ELEMENT(OE-MATCH(OLD-IDX)) TO NEW-WORK.
066100      ADD 1 TO CHANGED-CNT.
066200      PERFORM REPORT-CHANGED-PAIR THRU REPORT-CHANGED-PAIR-EXIT.
066300      GO TO REPORT-OLD-LOOP.
066400 REPORT-REMOVED.
066500      MOVE OLD-ELEMENT(OLD-IDX) TO DESC-WORK.
066600      PERFORM DESCRIBE-ELEMENT THRU DESCRIBE-ELEMENT-EXIT.
066700      MOVE SPACES TO DIFF-DETAIL.
066800      MOVE 'REMOVED' TO DD-ACTION.
066900      MOVE DW-REC-NUM TO ED-REC-NUM.
067000      MOVE ED-REC-NUM TO DD-OLD-REC.
067100      MOVE DW-LAYER TO DD-LAYER.
067200      STRING DESC-PHRASE DELIMITED BY '  '
067300          ' ' DELIMITED BY SIZE
067400          DESC-DETAIL DELIMITED BY '  '
067500          INTO DD-TEXT.
067600      WRITE DECK-DIFF-RECORD FROM DIFF-DETAIL.
067700      ADD 1 TO REMOVED-CNT.
067800      GO TO REPORT-OLD-LOOP.
067900 REPORT-OLD-SIDE-EXIT.
068000      EXIT.
068100
068200*-----WALKS THE NEW DECK'S ELEMENTS IN ORDER: AN UNPAIRED ONE WAS
068300*-----ADDED.
068400 REPORT-NEW-SIDE.
068500      MOVE 0 TO NEW-IDX.
068600 REPORT-NEW-LOOP.
068700      ADD 1 TO NEW-IDX.
068800      IF NEW-IDX > NEW-ELEMENT-CNT
068900          GO TO REPORT-NEW-SIDE-EXIT.
069000      IF NE-MATCH(NEW-IDX) NOT = 0
069100          GO TO REPORT-NEW-LOOP.
069200      MOVE NEW-ELEMENT(NEW-IDX) TO DESC-WORK.
069300      PERFORM DESCRIBE-ELEMENT THRU DESCRIBE-ELEMENT-EXIT.
069400      MOVE SPACES TO DIFF-DETAIL.
069500      MOVE 'ADDED' TO DD-ACTION.
069600      MOVE DW-REC-NUM TO ED-REC-NUM.
069700      MOVE ED-REC-NUM TO DD-NEW-REC.
069800      MOVE DW-LAYER TO DD-LAYER.
069900      STRING DESC-PHRASE DELIMITED BY '  '
070000          ' ' DELIMITED BY SIZE
070100          DESC-DETAIL DELIMITED BY '  '
070200          INTO DD-TEXT.
070300      WRITE DECK-DIFF-RECORD FROM DIFF-DETAIL.
070400      ADD 1 TO ADDED-CNT.
070500      GO TO REPORT-NEW-LOOP.
070600 REPORT-NEW-SIDE-EXIT.
070700      EXIT.
070800
070900*-----ONE LINE PER ATTRIBUTE THAT DIFFERS BETWEEN THE PAIR IN
071000*-----OLD-WORK AND NEW-WORK, EACH LED BY THE OLD ELEMENT'S
071100*-----DESCRIPTION SO THE READER KNOWS WHICH ELEMENT IT IS.
071200 REPORT-CHANGED-PAIR.
071300      MOVE OLD-WORK TO DESC-WORK.
071400      PERFORM DESCRIBE-ELEMENT THRU DESCRIBE-ELEMENT-EXIT.
071500      IF OW-LAYER NOT = NW-LAYER
071600          MOVE SPACES TO DESC-CHANGE
071700          STRING 'LAYER CHANGED ' DELIMITED BY SIZE
071800              OW-LAYER DELIMITED BY SPACE
071900              ' TO ' DELIMITED BY SIZE
072000              NW-LAYER DELIMITED BY SPACE
072100              INTO DESC-CHANGE
072200          PERFORM WRITE-CHANGE-LINE.
072300      IF OW-KIND = 'X' GO TO REPORT-XFORM-CHANGE.
072400      IF OW-KIND = 'S' GO TO REPORT-CANVAS-CHANGE.
072500      IF OW-KIND = 'T' GO TO REPORT-TEXT-CHANGE.
072600      IF OW-KIND = 'N' GO TO REPORT-COUNT-CHANGE.
072700      IF OW-KIND = 'L' GO TO REPORT-LABEL-CHANGE.
072750      IF OW-KIND = 'A' GO TO REPORT-PARM-CHANGE.
072800*-----A POINT, CIRCLE, OR FILL: POSITION, RADIUS, PEN, SYMBOL.
072900      IF OW-X NOT = NW-X OR OW-Y NOT = NW-Y
073000          PERFORM REPORT-MOVED.
073100      IF OW-R NOT = NW-R
073200          MOVE OW-R TO ED-NUM-A
073300          MOVE NW-R TO ED-NUM-B
073400          MOVE SPACES TO DESC-CHANGE
073500          STRING 'RADIUS CHANGED ' DELIMITED BY SIZE
073600              ED-NUM-A DELIMITED BY SIZE
073700              ' TO ' DELIMITED BY SIZE
073800              ED-NUM-B DELIMITED BY SIZE
073900              INTO DESC-CHANGE
074000          PERFORM WRITE-CHANGE-LINE.
074100      IF OW-PEN NOT = NW-PEN
074200          MOVE 'DOWN' TO ED-PEN-A
074300          IF OW-PEN = 'M'
074400              MOVE 'UP' TO ED-PEN-A.
074500      IF OW-PEN NOT = NW-PEN
074600          MOVE 'DOWN' TO ED-PEN-B
074700          IF NW-PEN = 'M'
074800              MOVE 'UP' TO ED-PEN-B.
074900      IF OW-PEN NOT = NW-PEN
075000          MOVE SPACES TO DESC-CHANGE
075100          STRING 'PEN CHANGED ' DELIMITED BY SIZE
075200              ED-PEN-A DELIMITED BY SPACE
075300              ' TO ' DELIMITED BY SIZE
075400              ED-PEN-B DELIMITED BY SPACE
075500              INTO DESC-CHANGE
075600          PERFORM WRITE-CHANGE-LINE.
075700      IF OW-SYM NOT = NW-SYM
075800          MOVE SPACES TO DESC-CHANGE
075900          STRING 'SYMBOL CHANGED ' DELIMITED BY SIZE
076000              OW-SYM DELIMITED BY SIZE
076100              ' TO ' DELIMITED BY SIZE
076200              NW-SYM DELIMITED BY SIZE
076300              INTO DESC-CHANGE
076400          PERFORM WRITE-CHANGE-LINE.
076500      GO TO REPORT-CHANGED-PAIR-EXIT.
076600 REPORT-LABEL-CHANGE.
076700      IF OW-X NOT = NW-X OR OW-Y NOT = NW-Y
076800          PERFORM REPORT-MOVED.
076900      IF OW-TEXT NOT = NW-TEXT
077000          MOVE SPACES TO DESC-CHANGE
077100          STRING 'TEXT CHANGED TO ''' DELIMITED BY SIZE
077200              NW-TEXT DELIMITED BY '  '
077300              '''' DELIMITED BY SIZE
077400              INTO DESC-CHANGE
077500          PERFORM WRITE-CHANGE-LINE.
077600      GO TO REPORT-CHANGED-PAIR-EXIT.
077700 REPORT-XFORM-CHANGE.
077800      IF OW-X NOT = NW-X
077900          MOVE OW-X TO ED-SIGNED-A
078000          MOVE NW-X TO ED-SIGNED-B
078100          MOVE SPACES TO DESC-CHANGE
078200          STRING 'COLUMN OFFSET CHANGED ' DELIMITED BY SIZE
078300              ED-SIGNED-A DELIMITED BY SIZE
078400              ' TO ' DELIMITED BY SIZE
078500              ED-SIGNED-B DELIMITED BY SIZE
078600              INTO DESC-CHANGE
078700          PERFORM WRITE-CHANGE-LINE.
078800      IF OW-Y NOT = NW-Y
078900          MOVE OW-Y TO ED-SIGNED-A
079000          MOVE NW-Y TO ED-SIGNED-B
079100          MOVE SPACES TO DESC-CHANGE
079200          STRING 'ROW OFFSET CHANGED ' DELIMITED BY SIZE
079300              ED-SIGNED-A DELIMITED BY SIZE
079400              ' TO ' DELIMITED BY SIZE
079500              ED-SIGNED-B DELIMITED BY SIZE
079600              INTO DESC-CHANGE
079700          PERFORM WRITE-CHANGE-LINE.
079800      IF OW-R NOT = NW-R
079900          MOVE OW-R TO ED-NUM-A
080000          MOVE NW-R TO ED-NUM-B
080100          MOVE SPACES TO DESC-CHANGE
080200          STRING 'SCALE CHANGED ' DELIMITED BY SIZE
080300              ED-NUM-A DELIMITED BY SIZE
080400              ' TO ' DELIMITED BY SIZE
080500              ED-NUM-B DELIMITED BY SIZE
080600              INTO DESC-CHANGE
080700          PERFORM WRITE-CHANGE-LINE.
080800      GO TO REPORT-CHANGED-PAIR-EXIT.
080900 REPORT-CANVAS-CHANGE.
081000      MOVE OW-X TO ED-NUM-A.
081100      MOVE OW-Y TO ED-NUM-B.
081200      MOVE NW-X TO ED-NUM-C.
081300      MOVE NW-Y TO ED-NUM-D.
081400      MOVE SPACES TO DESC-CHANGE.
081500      STRING 'CHANGED ' DELIMITED BY SIZE
081600          ED-NUM-A DELIMITED BY SIZE
081700          ' X ' DELIMITED BY SIZE
081800          ED-NUM-B DELIMITED BY SIZE
081900          ' TO ' DELIMITED BY SIZE
082000          ED-NUM-C DELIMITED BY SIZE
082100          ' X ' DELIMITED BY SIZE
082200          ED-NUM-D DELIMITED BY SIZE
082300          INTO DESC-CHANGE.
082400      PERFORM WRITE-CHANGE-LINE.
082500      GO TO REPORT-CHANGED-PAIR-EXIT.
082600 REPORT-TEXT-CHANGE.
082700      MOVE SPACES TO DESC-CHANGE.
082800      STRING 'CHANGED TO ''' DELIMITED BY SIZE
082900          NW-TEXT DELIMITED BY '  '
083000          '''' DELIMITED BY SIZE
083100          INTO DESC-CHANGE.
083200      PERFORM WRITE-CHANGE-LINE.
083300      GO TO REPORT-CHANGED-PAIR-EXIT.
083400 REPORT-COUNT-CHANGE.
083500      MOVE SPACES TO DESC-CHANGE.
083600      STRING 'CHANGED TO ' DELIMITED BY SIZE
083700          NW-TEXT DELIMITED BY SPACE
083800          INTO DESC-CHANGE.
083900      PERFORM WRITE-CHANGE-LINE.
083910      GO TO REPORT-CHANGED-PAIR-EXIT.
083920 REPORT-PARM-CHANGE.
083930      MOVE SPACES TO DESC-CHANGE.
083940      IF NW-PARM-DEFAULT = SPACES
083950          MOVE 'DEFAULT REMOVED' TO DESC-CHANGE
083960      ELSE
083970          STRING 'DEFAULT CHANGED TO ''' DELIMITED BY SIZE
083980              NW-PARM-DEFAULT DELIMITED BY '  '
083985              '''' DELIMITED BY SIZE
083990              INTO DESC-CHANGE.
083995      PERFORM WRITE-CHANGE-LINE.
084000 REPORT-CHANGED-PAIR-EXIT.
084100      EXIT.
084200
084300 REPORT-MOVED.
084400      MOVE NW-X TO ED-NUM-A.
084500      MOVE NW-Y TO ED-NUM-B.
084600      MOVE SPACES TO DESC-CHANGE.
084700      STRING 'MOVED TO ' DELIMITED BY SIZE
084800          ED-NUM-A DELIMITED BY SIZE
084900          ',' DELIMITED BY SIZE
085000          ED-NUM-B DELIMITED BY SIZE
085100          INTO DESC-CHANGE.
085200      PERFORM WRITE-CHANGE-LINE.
085300
085400*-----ONE CHANGED LINE: BOTH RECORD NUMBERS, THE LAYER IN FORCE
085500*-----IN THE NEW DECK, THE OLD ELEMENT'S DESCRIPTION, THE CHANGE.
085600 WRITE-CHANGE-LINE.
085700      MOVE SPACES TO DIFF-DETAIL.
085800      MOVE 'CHANGED' TO DD-ACTION.
085900      MOVE OW-REC-NUM TO ED-REC-NUM.
086000      MOVE ED-REC-NUM TO DD-OLD-REC.
086100      MOVE NW-REC-NUM TO ED-REC-NUM.
086200      MOVE ED-REC-NUM TO DD-NEW-REC.
086300      MOVE NW-LAYER TO DD-LAYER.
086400      STRING DESC-PHRASE DELIMITED BY '  '
086500          ' ' DELIMITED BY SIZE
086600          DESC-CHANGE DELIMITED BY '  '
086700          INTO DD-TEXT.
086800      WRITE DECK-DIFF-RECORD FROM DIFF-DETAIL.
086900
087000*-----DESCRIBES THE ELEMENT IN DESC-WORK IN DRAWING TERMS: WHAT IT
087100*-----IS IN DESC-PHRASE, ITS OTHER ATTRIBUTES IN DESC-DETAIL.
087200 DESCRIBE-ELEMENT.
087300      MOVE SPACES TO DESC-PHRASE.
087400      MOVE SPACES TO DESC-DETAIL.
087500      MOVE DW-X TO ED-NUM-A.
087600      MOVE DW-Y TO ED-NUM-B.
087700      MOVE DW-R TO ED-NUM-C.
087800      IF DW-KIND = 'P'
087900          STRING 'LINE POINT ' DELIMITED BY SIZE
088000              ED-NUM-A DELIMITED BY SIZE
088100              ',' DELIMITED BY SIZE
088200              ED-NUM-B DELIMITED BY SIZE
088300              INTO DESC-PHRASE
088400          IF DW-PEN = 'M'
088500              MOVE 'PEN UP' TO DESC-DETAIL.
088600      IF DW-KIND = 'P'
088700          IF DESC-DETAIL = SPACES
088800              MOVE 'PEN DOWN' TO DESC-DETAIL.
088900      IF DW-KIND = 'C'
089000          STRING 'CIRCLE AT ' DELIMITED BY SIZE
089100              ED-NUM-A DELIMITED BY SIZE
089200              ',' DELIMITED BY SIZE
089300              ED-NUM-B DELIMITED BY SIZE
089400              INTO DESC-PHRASE
089500          STRING 'RADIUS ' DELIMITED BY SIZE
089600              ED-NUM-C DELIMITED BY SIZE
089700              ' SYMBOL ' DELIMITED BY SIZE
089800              DW-SYM DELIMITED BY SIZE
089900              INTO DESC-DETAIL.
090000      IF DW-KIND = 'F'
090100          STRING 'FILL AT ' DELIMITED BY SIZE
090200              ED-NUM-A DELIMITED BY SIZE
090300              ',' DELIMITED BY SIZE
090400              ED-NUM-B DELIMITED BY SIZE
090500              INTO DESC-PHRASE
090600          STRING 'SYMBOL ' DELIMITED BY SIZE
090700              DW-SYM DELIMITED BY SIZE
090800              INTO DESC-DETAIL.
090900      IF DW-KIND = 'L'
091000          STRING 'LABEL ''' DELIMITED BY SIZE
091100              DW-TEXT DELIMITED BY '  '
091200              '''' DELIMITED BY SIZE
091300              INTO DESC-PHRASE
091400          STRING 'AT ' DELIMITED BY SIZE
091500              ED-NUM-A DELIMITED BY SIZE
091600              ',' DELIMITED BY SIZE
091700              ED-NUM-B DELIMITED BY SIZE
091800              INTO DESC-DETAIL.
091900      IF DW-KIND = 'X'
092000          PERFORM DESCRIBE-TRANSFORM.
092100      IF DW-KIND = 'Y'
092200          MOVE 'LAYER SWITCH' TO DESC-PHRASE
092300          STRING 'TO ' DELIMITED BY SIZE
092400              DW-TEXT DELIMITED BY SPACE
092500              INTO DESC-DETAIL.
092600      IF DW-KIND = 'Y' AND DW-TEXT = SPACES
092700          MOVE 'TO THE BASE LAYER' TO DESC-DETAIL.
092800      IF DW-KIND = 'I'
092900          MOVE 'INCLUDE SHAPE' TO DESC-PHRASE
093000          MOVE DW-TEXT TO DESC-DETAIL.
093100      IF DW-KIND = 'V'
093200          MOVE 'VECTOR SOURCE' TO DESC-PHRASE
093300          MOVE DW-TEXT TO DESC-DETAIL.
093400      IF DW-KIND = 'T'
093500          MOVE 'TITLE' TO DESC-PHRASE
093600          STRING '''' DELIMITED BY SIZE
093700              DW-TEXT DELIMITED BY '  '
093800              '''' DELIMITED BY SIZE
093900              INTO DESC-DETAIL.
094000      IF DW-KIND = 'S'
094100          MOVE 'CANVAS' TO DESC-PHRASE
094200          STRING ED-NUM-A DELIMITED BY SIZE
094300              ' X ' DELIMITED BY SIZE
094400              ED-NUM-B DELIMITED BY SIZE
094500              INTO DESC-DETAIL.
094600      IF DW-KIND = 'N'
094700          MOVE 'RECORD COUNT' TO DESC-PHRASE
094800          MOVE DW-TEXT TO DESC-DETAIL.
094810      IF DW-KIND = 'A'
094820          STRING 'PARAMETER &' DELIMITED BY SIZE
094830              DW-PARM-NAME DELIMITED BY SPACE
094840              INTO DESC-PHRASE
094850          MOVE 'NO DEFAULT' TO DESC-DETAIL.
094860      IF DW-KIND = 'A' AND DW-PARM-DEFAULT NOT = SPACES
094870          MOVE SPACES TO DESC-DETAIL
094880          STRING 'DEFAULT ''' DELIMITED BY SIZE
094885              DW-PARM-DEFAULT DELIMITED BY '  '
094890              '''' DELIMITED BY SIZE
094895              INTO DESC-DETAIL.
094900 DESCRIBE-ELEMENT-EXIT.
095000      EXIT.
095100
095200 DESCRIBE-TRANSFORM.
095300      MOVE DW-ORDINAL TO ED-NUM-D.
095400      STRING 'TRANSFORM ' DELIMITED BY SIZE
095500          ED-NUM-D DELIMITED BY SIZE
095600          INTO DESC-PHRASE.
095700      MOVE DW-X TO ED-SIGNED-A.
095800      MOVE DW-Y TO ED-SIGNED-B.
095900      STRING 'OFFSET ' DELIMITED BY SIZE
096000          ED-SIGNED-A DELIMITED BY SIZE
096100          ',' DELIMITED BY SIZE
096200          ED-SIGNED-B DELIMITED BY SIZE
096300          ' SCALE ' DELIMITED BY SIZE
096400          ED-NUM-C DELIMITED BY SIZE
096500          INTO DESC-DETAIL.
096600
096700*-----THE COUNT SUMMARY UNDER THE DIFFERENCES.
096800 WRITE-DECK-SUMMARY.
096900      MOVE SPACES TO DECK-DIFF-RECORD.
097000      WRITE DECK-DIFF-RECORD.
097100      MOVE SPACES TO WS-RPT-LINE.
097200      MOVE SAME-CNT TO WS-RPT-NUM-ED.
097300      STRING 'ELEMENTS UNCHANGED ' DELIMITED BY SIZE
097400          WS-RPT-NUM-ED DELIMITED BY SIZE
097500          INTO WS-RPT-LINE.
097600      WRITE DECK-DIFF-RECORD FROM WS-RPT-LINE.
097700      MOVE SPACES TO WS-RPT-LINE.
097800      MOVE CHANGED-CNT TO WS-RPT-NUM-ED.
097900      STRING 'ELEMENTS CHANGED   ' DELIMITED BY SIZE
098000          WS-RPT-NUM-ED DELIMITED BY SIZE
098100          INTO WS-RPT-LINE.
098200      WRITE DECK-DIFF-RECORD FROM WS-RPT-LINE.
098300      MOVE SPACES TO WS-RPT-LINE.
098400      MOVE REMOVED-CNT TO WS-RPT-NUM-ED.
098500      STRING 'ELEMENTS REMOVED   ' DELIMITED BY SIZE
098600          WS-RPT-NUM-ED DELIMITED BY SIZE
098700          INTO WS-RPT-LINE.
098800      WRITE DECK-DIFF-RECORD FROM WS-RPT-LINE.
098900      MOVE SPACES TO WS-RPT-LINE.
099000      MOVE ADDED-CNT TO WS-RPT-NUM-ED.
099100      STRING 'ELEMENTS ADDED     ' DELIMITED BY SIZE
099200          WS-RPT-NUM-ED DELIMITED BY SIZE
099300          INTO WS-RPT-LINE.
099400      WRITE DECK-DIFF-RECORD FROM WS-RPT-LINE.
