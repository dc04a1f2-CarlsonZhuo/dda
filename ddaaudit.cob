000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DDAAUDIT.
000300*---------------------------------------------------------------
000400* COMPANION TO DDA: READS THE SHARED APPEND-ONLY AUDIT TRAIL
000500* audit.txt (ONE ENTRY PER CHANGE TO THE DRAWING CATALOG OR THE
000600* SHAPE LIBRARY, AND PER CATALOG REPRINT, AS DDA, DDACATM,
000700* DDASHLIB, DDACAT, DDAAPPRV, AND DDAXFER APPEND THEM) AND LISTS
000800* THE ENTRIES A REQUEST SELECTS, SO "WHO TOOK THIS DRAWING'S
000900* GENERATIONS, AND WHEN" HAS AN ANSWER.
001000*
001100* THE ONE-RECORD REQUEST FILE auditreq.txt GIVES THE SELECTION:
001200*     FROM DATE yyyymmdd IN COLS 1-8, TO DATE IN COLS 10-17,
001280*     PROGRAM IN COLS 19-26 (DDA, DDACATM, DDASHLIB, DDACAT,
001360*     DDAAPPRV, DDAXFER), ACTION IN COLS 28-35 (ARCHIVE, PRUNE,
001440*     PURGE, DELETE, ADD, REPLACE, REPRINT, APPROVE, REJECT,
001520*     RELOAD, CONVERT), DRAWING OR SHAPE NAME IN COLS 37-76.
001600* A BLANK FIELD (OR A MISSING FILE) SELECTS EVERYTHING ON THAT
001700* FIELD. THE REPORT GOES TO auditrpt.txt, ONE LINE PER SELECTED
001800* ENTRY IN THE ORDER THEY WERE WRITTEN, WITH THE RECORD COUNT
001880* BEFORE AND AFTER (AND THE RELEASE STATUS BEFORE AND AFTER
001960* WHEN THE ENTRY CHANGED ONE) AND A TRAILER SHOWING HOW MUCH OF
002040* THE TRAIL WAS SELECTED. THE RUN ENDS WITH CONDITION CODE 0,
002120* OR 8 WHEN THE AUDIT TRAIL OR REPORT FILE IS UNAVAILABLE.
002200*
002300* THE AUDIT RECORD LAYOUT IS ALSO CODED IN DDA, DDACATM,
002400* DDASHLIB, DDACAT, DDAAPPRV, AND DDAXFER, WHICH WRITE IT -- ALL
002500* SEVEN MUST BE KEPT IN STEP.
002600*---------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT AUDIT-FILE
003200          ASSIGN TO DISK
003300          ORGANIZATION IS LINE SEQUENTIAL
003400          FILE STATUS IS AUDIT-STATUS.
003500
003600     SELECT REQUEST-FILE
003700          ASSIGN TO DISK
003800          ORGANIZATION IS LINE SEQUENTIAL
003900          FILE STATUS IS REQUEST-STATUS.
004000
004100     SELECT AUDIT-REPORT-FILE
004200          ASSIGN TO DISK
004300          ORGANIZATION IS LINE SEQUENTIAL
004400          FILE STATUS IS AUDIT-REPORT-STATUS.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  AUDIT-FILE
004900     LABEL RECORDS ARE STANDARD
005000     VALUE OF FILE-ID IS "audit.txt".
005100*-----ONE AUDIT TRAIL ENTRY: WHEN, WHICH PROGRAM, WHO ASKED,
005200*-----WHAT WAS DONE, TO WHICH KEY (THE GENERATION WHEN ONE ENTRY
005300*-----IS MEANT, BLANK FOR THE NAME AS A WHOLE), AND HOW MANY
005340*-----RECORDS THE KEY HAD BEFORE AND AFTER -- AND, WHEN THE
005380*-----ENTRY CHANGES A GENERATION'S RELEASE STATUS, THE STATUS
005420*-----BEFORE AND AFTER (BLANK OTHERWISE, AND ON ENTRIES WRITTEN
005460*-----BEFORE THE STATUS WAS CARRIED).
005500 01  AUDIT-RECORD.
005600     03  AUD-DATE                    PIC X(8).
005700     03  FILLER                      PIC X(01).
005800     03  AUD-TIME                    PIC X(6).
005900     03  FILLER                      PIC X(01).
006000     03  AUD-PROGRAM                 PIC X(8).
006100     03  FILLER                      PIC X(01).
006200     03  AUD-USER-ID                 PIC X(8).
006300     03  FILLER                      PIC X(01).
006400     03  AUD-ACTION                  PIC X(8).
006500     03  FILLER                      PIC X(01).
006600     03  AUD-KEY-NAME                PIC X(40).
006700     03  FILLER                      PIC X(01).
006800     03  AUD-KEY-GEN                 PIC X(3).
006900     03  FILLER                      PIC X(01).
007000     03  AUD-BEFORE-CNT              PIC 9(5).
007100     03  FILLER                      PIC X(01).
007200     03  AUD-AFTER-CNT               PIC 9(5).
007220     03  FILLER                      PIC X(01).
007240     03  AUD-BEFORE-STATUS           PIC X(8).
007260     03  FILLER                      PIC X(01).
007280     03  AUD-AFTER-STATUS            PIC X(8).
007300
007400 FD  REQUEST-FILE
007500     LABEL RECORDS ARE STANDARD
007600     VALUE OF FILE-ID IS "auditreq.txt".
007700 01  REQUEST-RECORD.
007800     03  REQ-FROM-DATE               PIC X(8).
007900     03  FILLER                      PIC X(01).
008000     03  REQ-TO-DATE                 PIC X(8).
008100     03  FILLER                      PIC X(01).
008200     03  REQ-PROGRAM                 PIC X(8).
008300     03  FILLER                      PIC X(01).
008400     03  REQ-ACTION                  PIC X(8).
008500     03  FILLER                      PIC X(01).
008600     03  REQ-NAME                    PIC X(40).
008700
008800 FD  AUDIT-REPORT-FILE
008900     LABEL RECORDS ARE STANDARD
009000     VALUE OF FILE-ID IS "auditrpt.txt".
009100 01  AUDIT-REPORT-RECORD             PIC X(132).
009200
009300 WORKING-STORAGE SECTION.
009400 01  AUDIT-STATUS                    PIC XX.
009500 01  REQUEST-STATUS                  PIC XX.
009600 01  AUDIT-REPORT-STATUS             PIC XX.
009700 01  AUDIT-EOF-SW                    PIC X VALUE 'N'.
009800     88 AUDIT-IS-EOF                     VALUE 'Y'.
009900* THE DATE RANGE IN FORCE. BLANK ENDS ARE WIDENED TO THE CHARACTER
010000* EXTREMES SO ONE PAIR OF COMPARES COVERS EVERY CASE. THE OTHER
010100* SELECTIONS STAY BLANK WHEN ANY VALUE WILL DO.
010200 01  RANGE-FROM-DATE                 PIC X(8).
010300 01  RANGE-TO-DATE                   PIC X(8).
010400 01  SELECT-PROGRAM                  PIC X(8) VALUE SPACES.
010500 01  SELECT-ACTION                   PIC X(8) VALUE SPACES.
010600 01  SELECT-NAME                     PIC X(40) VALUE SPACES.
010700 01  ENTRIES-READ-CNT                PIC 9(7) VALUE 0.
010800 01  ENTRIES-USED-CNT                PIC 9(7) VALUE 0.
010900* THE REPORT LINES.
011000 01  RPT-HEADER.
011100     03 FILLER                       PIC X(13) VALUE
011200        'AUDIT TRAIL  '.
011300     03 RH-HDR-FROM                  PIC X(8).
011400     03 FILLER                       PIC X(04) VALUE ' TO '.
011500     03 RH-HDR-TO                    PIC X(8).
011600 01  RPT-SELECT-HDR.
011700     03 FILLER                       PIC X(08) VALUE 'PROGRAM '.
011800     03 RS-PROGRAM                   PIC X(8).
011900     03 FILLER                       PIC X(08) VALUE ' ACTION '.
012000     03 RS-ACTION                    PIC X(8).
012100     03 FILLER                       PIC X(06) VALUE ' NAME '.
012200     03 RS-NAME                      PIC X(40).
012300 01  RPT-COLUMN-HDR.
012400     03 FILLER                       PIC X(34) VALUE
012500        'DATE     TIME   PROGRAM  USER     '.
012600     03 FILLER                       PIC X(50) VALUE
012700        'ACTION   DRAWING OR SHAPE'.
012800     03 FILLER                       PIC X(15) VALUE
012900        'GEN BEFRE AFTER'.
012933     03 FILLER                       PIC X(18) VALUE
012966        ' OLD STAT NEW STAT'.
013000 01  RPT-DETAIL.
013100     03 RD-DATE                      PIC X(8).
013200     03 FILLER                       PIC X(01) VALUE SPACE.
013300     03 RD-TIME                      PIC X(6).
013400     03 FILLER                       PIC X(01) VALUE SPACE.
013500     03 RD-PROGRAM                   PIC X(8).
013600     03 FILLER                       PIC X(01) VALUE SPACE.
013700     03 RD-USER-ID                   PIC X(8).
013800     03 FILLER                       PIC X(01) VALUE SPACE.
013900     03 RD-ACTION                    PIC X(8).
014000     03 FILLER                       PIC X(01) VALUE SPACE.
014100     03 RD-KEY-NAME                  PIC X(40).
014200     03 FILLER                       PIC X(01) VALUE SPACE.
014300     03 RD-KEY-GEN                   PIC X(3).
014400     03 FILLER                       PIC X(01) VALUE SPACE.
014500     03 RD-BEFORE-CNT                PIC ZZZZ9.
014600     03 FILLER                       PIC X(01) VALUE SPACE.
014700     03 RD-AFTER-CNT                 PIC ZZZZ9.
014720     03 FILLER                       PIC X(01) VALUE SPACE.
014740     03 RD-BEFORE-STATUS             PIC X(8).
014760     03 FILLER                       PIC X(01) VALUE SPACE.
014780     03 RD-AFTER-STATUS              PIC X(8).
014800 01  RPT-TRAILER.
014900     03 FILLER                       PIC X(08) VALUE 'ENTRIES '.
015000     03 RT-ENTRIES-USED              PIC ZZZZZZ9.
015100     03 FILLER                       PIC X(04) VALUE ' OF '.
015200     03 RT-ENTRIES-READ              PIC ZZZZZZ9.
015300     03 FILLER                       PIC X(09) VALUE ' SELECTED'.
015400
015500 PROCEDURE DIVISION.
015600 MAIN-LOGIC SECTION.
015700 PROGRAM-BEGIN.
015800      MOVE LOW-VALUES TO RANGE-FROM-DATE.
015900      MOVE HIGH-VALUES TO RANGE-TO-DATE.
016000      OPEN INPUT REQUEST-FILE.
016100      IF REQUEST-STATUS NOT = '00'
016200          GO TO OPEN-AUDIT-TRAIL.
016300      READ REQUEST-FILE
016400          AT END MOVE SPACES TO REQUEST-RECORD.
016500      IF REQ-FROM-DATE NOT = SPACES
016600          MOVE REQ-FROM-DATE TO RANGE-FROM-DATE.
016700      IF REQ-TO-DATE NOT = SPACES
016800          MOVE REQ-TO-DATE TO RANGE-TO-DATE.
016900      MOVE REQ-PROGRAM TO SELECT-PROGRAM.
017000      MOVE REQ-ACTION TO SELECT-ACTION.
017100      MOVE REQ-NAME TO SELECT-NAME.
017200      CLOSE REQUEST-FILE.
017300 OPEN-AUDIT-TRAIL.
017400      OPEN INPUT AUDIT-FILE.
017500      IF AUDIT-STATUS NOT = '00'
017600          DISPLAY 'DDAAUDIT-W001 AUDIT TRAIL NOT FOUND, '
017700              'NOTHING TO REPORT'
017800          MOVE 8 TO RETURN-CODE
017900          GO TO PROGRAM-DONE.
018000      OPEN OUTPUT AUDIT-REPORT-FILE.
018100      IF AUDIT-REPORT-STATUS NOT = '00'
018200          DISPLAY 'DDAAUDIT-W002 CANNOT OPEN AUDIT REPORT'
018300          CLOSE AUDIT-FILE
018400          MOVE 8 TO RETURN-CODE
018500          GO TO PROGRAM-DONE.
018600      PERFORM WRITE-REPORT-HEADINGS.
018700 AUDIT-LOOP.
018800      READ AUDIT-FILE
018900          AT END MOVE 'Y' TO AUDIT-EOF-SW.
019000      IF AUDIT-IS-EOF GO TO AUDIT-DONE.
019100      ADD 1 TO ENTRIES-READ-CNT.
019200      IF AUD-DATE < RANGE-FROM-DATE
019300          OR AUD-DATE > RANGE-TO-DATE
019400          GO TO AUDIT-LOOP.
019500      IF SELECT-PROGRAM NOT = SPACES
019600          AND AUD-PROGRAM NOT = SELECT-PROGRAM
019700          GO TO AUDIT-LOOP.
019800      IF SELECT-ACTION NOT = SPACES
019900          AND AUD-ACTION NOT = SELECT-ACTION
020000          GO TO AUDIT-LOOP.
020100      IF SELECT-NAME NOT = SPACES
020200          AND AUD-KEY-NAME NOT = SELECT-NAME
020300          GO TO AUDIT-LOOP.
020400      ADD 1 TO ENTRIES-USED-CNT.
020500      PERFORM WRITE-AUDIT-DETAIL.
020600      GO TO AUDIT-LOOP.
020700 AUDIT-DONE.
020800      CLOSE AUDIT-FILE.
020900      MOVE ENTRIES-USED-CNT TO RT-ENTRIES-USED.
021000      MOVE ENTRIES-READ-CNT TO RT-ENTRIES-READ.
021100      WRITE AUDIT-REPORT-RECORD FROM RPT-TRAILER.
021200      CLOSE AUDIT-REPORT-FILE.
021300 PROGRAM-DONE.
021400      STOP RUN.
021500
021600*===============================================================
021700*-----------------------UTILITY PARAGRAPH-----------------------
021800*===============================================================
021900*-----PRINTS THE SELECTION IN FORCE -- THE DATE RANGE, THEN THE
022000*-----PROGRAM, ACTION, AND NAME, 'ANY' WHERE NONE WAS GIVEN --
022100*-----AND THE COLUMN HEADER.
022200 WRITE-REPORT-HEADINGS.
022300      IF RANGE-FROM-DATE = LOW-VALUES
022400          MOVE 'FIRST' TO RH-HDR-FROM
022500      ELSE
022600          MOVE RANGE-FROM-DATE TO RH-HDR-FROM.
022700      IF RANGE-TO-DATE = HIGH-VALUES
022800          MOVE 'LAST' TO RH-HDR-TO
022900      ELSE
023000          MOVE RANGE-TO-DATE TO RH-HDR-TO.
023100      WRITE AUDIT-REPORT-RECORD FROM RPT-HEADER.
023200      IF SELECT-PROGRAM = SPACES
023300          MOVE 'ANY' TO RS-PROGRAM
023400      ELSE
023500          MOVE SELECT-PROGRAM TO RS-PROGRAM.
023600      IF SELECT-ACTION = SPACES
023700          MOVE 'ANY' TO RS-ACTION
023800      ELSE
023900          MOVE SELECT-ACTION TO RS-ACTION.
024000      IF SELECT-NAME = SPACES
024100          MOVE 'ANY' TO RS-NAME
024200      ELSE
024300          MOVE SELECT-NAME TO RS-NAME.
024400      WRITE AUDIT-REPORT-RECORD FROM RPT-SELECT-HDR.
024500      WRITE AUDIT-REPORT-RECORD FROM RPT-COLUMN-HDR.
024600
024700*-----ONE REPORT LINE FOR THE ENTRY JUST SELECTED. A COUNT THAT
024800*-----DOES NOT READ AS DIGITS PRINTS AS ZERO RATHER THAN STOPPING
024900*-----THE REPORT.
025000 WRITE-AUDIT-DETAIL.
025100      MOVE AUD-DATE TO RD-DATE.
025200      MOVE AUD-TIME TO RD-TIME.
025300      MOVE AUD-PROGRAM TO RD-PROGRAM.
025400      MOVE AUD-USER-ID TO RD-USER-ID.
025500      MOVE AUD-ACTION TO RD-ACTION.
025600      MOVE AUD-KEY-NAME TO RD-KEY-NAME.
025700      MOVE AUD-KEY-GEN TO RD-KEY-GEN.
025800      MOVE 0 TO RD-BEFORE-CNT.
025900      IF AUD-BEFORE-CNT NUMERIC
026000          MOVE AUD-BEFORE-CNT TO RD-BEFORE-CNT.
026100      MOVE 0 TO RD-AFTER-CNT.
026200      IF AUD-AFTER-CNT NUMERIC
026300          MOVE AUD-AFTER-CNT TO RD-AFTER-CNT.
026333      MOVE AUD-BEFORE-STATUS TO RD-BEFORE-STATUS.
026366      MOVE AUD-AFTER-STATUS TO RD-AFTER-STATUS.
026400      WRITE AUDIT-REPORT-RECORD FROM RPT-DETAIL.
