000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DDADIST.
000300*---------------------------------------------------------------
000400* COMPANION TO DDA, RUN AFTER IT: BURSTS THE NIGHT'S DRAWINGS
000500* INTO ONE PRINT BUNDLE PER RECIPIENT, READY TO CARRY OUT.
000600*
000700* THE RUN LOG runlog.txt SAYS WHICH DRAWINGS RAN. THE DISTRIBUTION
000800* LIST distlist.txt SAYS WHO GETS THEM, ONE RECORD PER DRAWING AND
000900* RECIPIENT:
001000*     DRAWING (PRINT FILE) NAME IN COLS 1-40, AS IN control.txt
001100*     RECIPIENT ID IN COLS 42-49
001200*     DELIVERY DESTINATION IN COLS 51-70
001300*     COPIES IN COLS 72-73 (BLANK OR ZERO IS ONE COPY)
001400* A DRAWING GOING TO SEVERAL RECIPIENTS HAS A RECORD FOR EACH. A
001500* RECIPIENT'S DESTINATION IS TAKEN FROM ITS FIRST RECORD.
001600*
001700* EVERY RECIPIENT WITH ANYTHING TO RECEIVE GETS A BUNDLE FILE
001800* NAMED FOR ITS ID WITH '.bdl' ADDED: A BANNER PAGE, A CONTENTS
001900* PAGE, THEN EACH OF ITS DRAWINGS THAT RAN OK (OR WAS DONE BEFORE
002000* A RESTART) -- THE PRINT FILE FOLLOWED BY ITS .sum SUMMARY --
002100* ONCE PER COPY, IN DISTRIBUTION LIST ORDER. PAGES ARE COUNTED AS
002200* DDA PRINTS THEM: A PRINT FILE PAGE OPENS WITH ITS 'DRAWING:'
002300* HEADING LINE; A SUMMARY IS ONE PAGE.
002400*
002500* NOTHING IS DROPPED SILENTLY. distexc.txt LISTS EVERY DRAWING THE
002600* RUN LOG SHOWS SKIPPED, EVERY DRAWING THAT RAN WITH NO RECIPIENT,
002700* AND EVERY DRAWING WHOSE PRINT OR SUMMARY FILE COULD NOT BE READ.
002800* THE REGISTER distreg.txt SHOWS WHAT WENT TO WHOM WITH ITS PAGE
002900* COUNTS AND A SIGNATURE LINE PER RECIPIENT, THEN WHAT WAS HELD
003000* BACK FROM EACH RECIPIENT AND WHY.
003100*
003200* THE RUN ENDS WITH CONDITION CODE 0 WHEN EVERYTHING WENT OUT, 4
003300* WHEN THERE ARE EXCEPTIONS, 8 WHEN THE RUN LOG, THE DISTRIBUTION
003400* LIST, OR AN OUTPUT FILE COULD NOT BE OPENED OR A TABLE FILLED.
003500*
003600* THE RUN LOG RECORD LAYOUT IS ALSO CODED IN DDA, WHICH WRITES
003700* IT -- THE TWO MUST BE KEPT IN STEP.
003800*---------------------------------------------------------------
003900 ENVIRONMENT DIVISION.
004000
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT RUN-LOG-FILE
004400          ASSIGN TO DISK
004500          ORGANIZATION IS LINE SEQUENTIAL
004600          FILE STATUS IS RUN-LOG-STATUS.
004700
004800     SELECT DIST-LIST-FILE
004900          ASSIGN TO DISK
005000          ORGANIZATION IS LINE SEQUENTIAL
005100          FILE STATUS IS DIST-LIST-STATUS.
005200
005300*-----ASSIGN TO DYNAMIC TAKES EACH DRAWING'S PRINT AND SUMMARY
005400*-----FILE NAMES, AND EACH RECIPIENT'S BUNDLE NAME, AT OPEN TIME.
005500     SELECT PRINT-FILE
005600          ASSIGN TO DYNAMIC WS-PRINT-FILENAME
005700          ORGANIZATION IS LINE SEQUENTIAL
005800          FILE STATUS IS PRINT-STATUS.
005900
006000     SELECT SUMMARY-FILE
006100          ASSIGN TO DYNAMIC WS-SUMMARY-FILENAME
006200          ORGANIZATION IS LINE SEQUENTIAL
006300          FILE STATUS IS SUMMARY-STATUS.
006400
006500     SELECT BUNDLE-FILE
006600          ASSIGN TO DYNAMIC WS-BUNDLE-FILENAME
006700          ORGANIZATION IS LINE SEQUENTIAL
006800          FILE STATUS IS BUNDLE-STATUS.
006900
007000     SELECT EXCEPTION-FILE
007100          ASSIGN TO DISK
007200          ORGANIZATION IS LINE SEQUENTIAL
007300          FILE STATUS IS EXCEPTION-STATUS.
007400
007500     SELECT REGISTER-FILE
007600          ASSIGN TO DISK
007700          ORGANIZATION IS LINE SEQUENTIAL
007800          FILE STATUS IS REGISTER-STATUS.
007900
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  RUN-LOG-FILE
008300     LABEL RECORDS ARE STANDARD
008400     VALUE OF FILE-ID IS "runlog.txt".
008500*-----THE RUN LOG DETAIL FIELDS AS DDA PRINTS THEM. THE TOTALS
008600*-----TRAILER IS SHORTER THAN A DETAIL LINE, SO ITS STATUS COLUMNS
008700*-----READ BACK BLANK.
008800 01  RUN-LOG-RECORD.
008900     03  RL-INPUT-NAME               PIC X(40).
009000     03  FILLER                      PIC X(01).
009100     03  RL-OUTPUT-NAME              PIC X(40).
009200     03  FILLER                      PIC X(01).
009300     03  RL-STATUS                   PIC X(7).
009400     03  FILLER                      PIC X(01).
009500     03  RL-OOR-CNT                  PIC X(5).
009600     03  FILLER                      PIC X(01).
009700     03  RL-MISMATCH-CNT             PIC X(5).
009800     03  FILLER                      PIC X(01).
009900     03  RL-LINES-CNT                PIC X(5).
010000
010100 FD  DIST-LIST-FILE
010200     LABEL RECORDS ARE STANDARD
010300     VALUE OF FILE-ID IS "distlist.txt".
010400 01  DIST-LIST-RECORD.
010500     03  DL-DRAWING-NAME             PIC X(40).
010600     03  FILLER                      PIC X(01).
010700     03  DL-RECIPIENT                PIC X(8).
010800     03  FILLER                      PIC X(01).
010900     03  DL-DESTINATION              PIC X(20).
011000     03  FILLER                      PIC X(01).
011100     03  DL-COPIES                   PIC X(2).
011200     03  DL-COPIES-NUM REDEFINES DL-COPIES
011300                                     PIC 99.
011400     03  DL-COPIES-CHARS REDEFINES DL-COPIES.
011500         05  DL-COPIES-1             PIC X.
011600         05  DL-COPIES-2             PIC X.
011700
011800*-----DDA'S PRINT-RECORD: ROW NUMBER, GUTTER, 200 GRID COLUMNS.
011900*-----EVERY PAGE OPENS WITH THE 'DRAWING: ' HEADING LINE.
012000 FD  PRINT-FILE
012100     LABEL RECORDS ARE STANDARD.
012200 01  PRINT-LINE                      PIC X(204).
012300 01  PRINT-HEADING-VIEW.
012400     03  PRT-HEADING-TAG             PIC X(9).
012500     03  FILLER                      PIC X(195).
012600
012700 FD  SUMMARY-FILE
012800     LABEL RECORDS ARE STANDARD.
012900 01  SUMMARY-LINE                    PIC X(80).
013000
013100 FD  BUNDLE-FILE
013200     LABEL RECORDS ARE STANDARD.
013300 01  BUNDLE-LINE                     PIC X(204).
013400
013500 FD  EXCEPTION-FILE
013600     LABEL RECORDS ARE STANDARD
013700     VALUE OF FILE-ID IS "distexc.txt".
013800 01  EXCEPTION-RECORD                PIC X(132).
013900
014000 FD  REGISTER-FILE
014100     LABEL RECORDS ARE STANDARD
014200     VALUE OF FILE-ID IS "distreg.txt".
014300 01  REGISTER-RECORD                 PIC X(132).
014400
014500 WORKING-STORAGE SECTION.
014600 01  RUN-LOG-STATUS                  PIC XX.
014700 01  DIST-LIST-STATUS                PIC XX.
014800 01  PRINT-STATUS                    PIC XX.
014900 01  SUMMARY-STATUS                  PIC XX.
015000 01  BUNDLE-STATUS                   PIC XX.
015100 01  EXCEPTION-STATUS                PIC XX.
015200 01  REGISTER-STATUS                 PIC XX.
015300 01  RUN-LOG-EOF-SW                  PIC X VALUE 'N'.
015400     88 RUN-LOG-IS-EOF                   VALUE 'Y'.
015500 01  DIST-LIST-EOF-SW                PIC X VALUE 'N'.
015600     88 DIST-LIST-IS-EOF                 VALUE 'Y'.
015700 01  COPY-EOF-SW                     PIC X VALUE 'N'.
015800     88 COPY-IS-EOF                      VALUE 'Y'.
015900 01  RUN-TROUBLE-SW                  PIC X VALUE 'N'.
016000     88 RUN-HAD-TROUBLE                  VALUE 'Y'.
016100 01  RUN-DATE-STAMP                  PIC X(8).
016200 01  WS-PRINT-FILENAME               PIC X(40).
016300 01  WS-SUMMARY-FILENAME             PIC X(44).
016400 01  WS-BUNDLE-FILENAME              PIC X(12).
016500* ONE ROW PER DRAWING ON THE RUN LOG. A DRAWING RUN TWICE IN THE
016600* BATCH KEEPS ITS LAST RESULT. DELIVERABLE MEANS IT RAN (OR WAS
016700* DONE BEFORE A RESTART) AND ITS PRINT FILE CAN BE READ; PAGES IS
016800* THE PRINT FILE'S PAGE COUNT PLUS ONE FOR THE SUMMARY WHEN THERE
016900* IS ONE. SERVED COUNTS THE RECIPIENTS THE LIST SENDS IT TO.
017000 01  DRAWING-CNT                     PIC 9(3) VALUE 0.
017100 01  DRAWING-IDX                     PIC 9(3).
017200 01  DRAWING-TABLE.
017300     03 DRAWING-ENTRY OCCURS 500 TIMES.
017400          05 DR-NAME                 PIC X(40).
017500          05 DR-INPUT-NAME           PIC X(40).
017600          05 DR-STATUS               PIC X(7).
017700          05 DR-DELIVER-SW           PIC X.
017800             88 DR-IS-DELIVERABLE         VALUE 'Y'.
017900          05 DR-SUMMARY-SW           PIC X.
018000             88 DR-HAS-SUMMARY            VALUE 'Y'.
018100          05 DR-PRINT-PAGES          PIC 9(5).
018200          05 DR-PAGES                PIC 9(5).
018300          05 DR-SERVED-CNT           PIC 9(3).
018400* ONE ROW PER DISTRIBUTION LIST RECORD, IN LIST ORDER, WITH THE
018500* SUBSCRIPT OF ITS DRAWING'S ROW (ZERO WHEN THE DRAWING DID NOT
018600* RUN IN THIS BATCH).
018700 01  DIST-CNT                        PIC 9(3) VALUE 0.
018800 01  DIST-IDX                        PIC 9(3).
018900 01  DIST-TABLE.
019000     03 DIST-ENTRY OCCURS 500 TIMES.
019100          05 DT-DRAWING-NAME         PIC X(40).
019200          05 DT-RECIPIENT            PIC X(8).
019300          05 DT-COPIES               PIC 9(2).
019400          05 DT-DRAWING-IDX          PIC 9(3).
019500* ONE ROW PER RECIPIENT, FIRST-SEEN ORDER.
019600 01  RECIP-CNT                       PIC 9(3) VALUE 0.
019700 01  RECIP-IDX                       PIC 9(3).
019800 01  RECIP-TABLE.
019900     03 RECIP-ENTRY OCCURS 100 TIMES.
020000          05 RC-RECIPIENT            PIC X(8).
020100          05 RC-DESTINATION          PIC X(20).
020200* THE RECIPIENT WHOSE BUNDLE IS BEING BUILT.
020300 01  BND-DRAWING-CNT                 PIC 9(3).
020400 01  BND-HELD-CNT                    PIC 9(3).
020500 01  BND-PAGE-CNT                    PIC 9(5).
020600 01  BND-NEXT-PAGE                   PIC 9(5).
020700 01  BND-ENTRY-PAGES                 PIC 9(5).
020800 01  BND-COPY-NUM                    PIC 9(2).
020900 01  HELD-REASON                     PIC X(40).
021000* RUN TOTALS.
021100 01  BUNDLE-CNT                      PIC 9(5) VALUE 0.
021200 01  SENT-CNT                        PIC 9(5) VALUE 0.
021300 01  SENT-PAGE-TOT                   PIC 9(7) VALUE 0.
021400 01  HELD-CNT                        PIC 9(5) VALUE 0.
021500 01  EXCEPTION-CNT                   PIC 9(5) VALUE 0.
021600 01  NOT-RUN-CNT                     PIC 9(5) VALUE 0.
021700 01  BAD-LIST-CNT                    PIC 9(5) VALUE 0.
021800* REPORT LINE WORK AREAS, SAME STRING-INTO SCHEME AS DDA'S
021900* SUMMARY REPORT LINES.
022000 01  WS-RPT-LINE                     PIC X(132).
022100 01  WS-RPT-NUM-ED                   PIC ZZZZ9.
022200 01  WS-RPT-NUM-ED2                  PIC ZZZZ9.
022300 01  WS-RPT-NUM-ED3                  PIC ZZZZ9.
022400 01  BANNER-RULE                     PIC X(60) VALUE ALL '*'.
022500 01  REG-COLUMN-HDR.
022600     03 FILLER                       PIC X(10) VALUE 'RECIPIENT'.
022700     03 FILLER                       PIC X(21)
022800                                     VALUE 'DESTINATION'.
022900     03 FILLER                       PIC X(40) VALUE 'DRAWING'.
023000     03 FILLER                       PIC X(12)
023100                                     VALUE 'COPIES PAGES'.
023200 01  CONTENTS-COLUMN-HDR.
023300     03 FILLER                       PIC X(40) VALUE 'DRAWING'.
023400     03 FILLER                       PIC X(18)
023500                                     VALUE 'COPIES PAGES START'.
023600 01  SIGNATURE-LINE.
023700     03 FILLER                       PIC X(10) VALUE SPACES.
023800     03 FILLER                       PIC X(12)
023900                                     VALUE 'RECEIVED BY'.
024000     03 FILLER                       PIC X(24) VALUE ALL '_'.
024100     03 FILLER                       PIC X(07) VALUE '  DATE'.
024200     03 FILLER                       PIC X(10) VALUE ALL '_'.
024300 01  REG-DETAIL.
024400     03 RG-RECIPIENT                 PIC X(8).
024500     03 FILLER                       PIC X(02) VALUE SPACES.
024600     03 RG-DESTINATION               PIC X(20).
024700     03 FILLER                       PIC X(01) VALUE SPACE.
024800     03 RG-DRAWING-NAME              PIC X(40).
024900     03 FILLER                       PIC X(01) VALUE SPACE.
025000     03 RG-COPIES                    PIC ZZZZ9.
025100     03 FILLER                       PIC X(01) VALUE SPACE.
025200     03 RG-PAGES                     PIC ZZZZ9.
025300 01  EXC-DETAIL.
025400     03 EX-DRAWING-NAME              PIC X(40).
025500     03 FILLER                       PIC X(01) VALUE SPACE.
025600     03 EX-INPUT-NAME                PIC X(40).
025700     03 FILLER                       PIC X(01) VALUE SPACE.
025800     03 EX-REASON                    PIC X(50).
025900 01  CONTENTS-DETAIL.
026000     03 CD-DRAWING-NAME              PIC X(40).
026100     03 FILLER                       PIC X(01) VALUE SPACE.
026200     03 CD-COPIES                    PIC ZZZZ9.
026300     03 FILLER                       PIC X(01) VALUE SPACE.
026400     03 CD-PAGES                     PIC ZZZZ9.
026500     03 FILLER                       PIC X(01) VALUE SPACE.
026600     03 CD-FIRST-PAGE                PIC ZZZZ9.
026700
026800 PROCEDURE DIVISION.
026900 MAIN-LOGIC SECTION.
027000 PROGRAM-BEGIN.
027100      ACCEPT RUN-DATE-STAMP FROM DATE YYYYMMDD.
027200      OPEN OUTPUT REGISTER-FILE.
027300      IF REGISTER-STATUS NOT = '00'
027400          DISPLAY 'DDADIST-W003 CANNOT OPEN DISTRIBUTION REGISTER'
027500          MOVE 8 TO RETURN-CODE
027600          GO TO PROGRAM-DONE.
027700      OPEN OUTPUT EXCEPTION-FILE.
027800      IF EXCEPTION-STATUS NOT = '00'
027900          DISPLAY 'DDADIST-W006 CANNOT OPEN EXCEPTIONS LIST'
028000          CLOSE REGISTER-FILE
028100          MOVE 8 TO RETURN-CODE
028200          GO TO PROGRAM-DONE.
028300      MOVE SPACES TO WS-RPT-LINE.
028400      STRING 'DISTRIBUTION REGISTER ' DELIMITED BY SIZE
028500          RUN-DATE-STAMP DELIMITED BY SIZE
028600          INTO WS-RPT-LINE.
028700      WRITE REGISTER-RECORD FROM WS-RPT-LINE.
028800      MOVE SPACES TO WS-RPT-LINE.
028900      STRING 'DISTRIBUTION EXCEPTIONS ' DELIMITED BY SIZE
029000          RUN-DATE-STAMP DELIMITED BY SIZE
029100          INTO WS-RPT-LINE.
029200      WRITE EXCEPTION-RECORD FROM WS-RPT-LINE.
029300      MOVE SPACES TO EXC-DETAIL.
029400      MOVE 'DRAWING' TO EX-DRAWING-NAME.
029500      MOVE 'INPUT DECK' TO EX-INPUT-NAME.
029600      MOVE 'REASON' TO EX-REASON.
029700      WRITE EXCEPTION-RECORD FROM EXC-DETAIL.
029800      OPEN INPUT RUN-LOG-FILE.
029900      IF RUN-LOG-STATUS NOT = '00'
030000          DISPLAY 'DDADIST-W001 RUN LOG NOT FOUND, '
030100              'NOTHING TO DISTRIBUTE'
030200          MOVE 'NO RUN LOG, NOTHING DISTRIBUTED'
030300              TO REGISTER-RECORD
030400          WRITE REGISTER-RECORD
030500          CLOSE REGISTER-FILE
030600          CLOSE EXCEPTION-FILE
030700          MOVE 8 TO RETURN-CODE
030800          GO TO PROGRAM-DONE.
030900 RUN-LOG-LOOP.
031000      READ RUN-LOG-FILE
031100          AT END MOVE 'Y' TO RUN-LOG-EOF-SW.
031200      IF RUN-LOG-IS-EOF GO TO RUN-LOG-DONE.
031300      IF RL-STATUS = SPACES GO TO RUN-LOG-LOOP.
031400      PERFORM FILE-RUN-LOG-LINE THRU FILE-RUN-LOG-LINE-EXIT.
031500      GO TO RUN-LOG-LOOP.
031600 RUN-LOG-DONE.
031700      CLOSE RUN-LOG-FILE.
031800      MOVE 0 TO DRAWING-IDX.
031900 MEASURE-LOOP.
032000      ADD 1 TO DRAWING-IDX.
032100      IF DRAWING-IDX > DRAWING-CNT GO TO MEASURE-DONE.
032200      PERFORM MEASURE-DRAWING THRU MEASURE-DRAWING-EXIT.
032300      GO TO MEASURE-LOOP.
032400 MEASURE-DONE.
032500*-----WITHOUT THE LIST NOBODY CAN BE SENT ANYTHING, BUT EVERY
032600*-----DRAWING STILL LANDS ON THE EXCEPTIONS LIST BELOW.
032700      OPEN INPUT DIST-LIST-FILE.
032800      IF DIST-LIST-STATUS NOT = '00'
032900          DISPLAY 'DDADIST-W002 DISTRIBUTION LIST NOT FOUND, '
033000              'NOTHING SENT'
033100          MOVE 'NO DISTRIBUTION LIST, NOTHING SENT'
033200              TO REGISTER-RECORD
033300          WRITE REGISTER-RECORD
033400          MOVE 'Y' TO RUN-TROUBLE-SW
033500          GO TO LIST-DONE.
033600 LIST-LOOP.
033700      READ DIST-LIST-FILE
033800          AT END MOVE 'Y' TO DIST-LIST-EOF-SW.
033900      IF DIST-LIST-IS-EOF GO TO LIST-CLOSE.
034000      PERFORM FILE-DIST-LIST-LINE THRU FILE-DIST-LIST-LINE-EXIT.
034100      GO TO LIST-LOOP.
034200 LIST-CLOSE.
034300      CLOSE DIST-LIST-FILE.
034400 LIST-DONE.
034500      PERFORM WRITE-DRAWING-EXCEPTIONS
034600          THRU WRITE-DRAWING-EXCEPTIONS-EXIT.
034700      MOVE SPACES TO REGISTER-RECORD.
034800      WRITE REGISTER-RECORD.
034900      WRITE REGISTER-RECORD FROM REG-COLUMN-HDR.
035000      MOVE 0 TO RECIP-IDX.
035100 RECIPIENT-LOOP.
035200      ADD 1 TO RECIP-IDX.
035300      IF RECIP-IDX > RECIP-CNT GO TO RECIPIENT-DONE.
035400      PERFORM BUILD-BUNDLE THRU BUILD-BUNDLE-EXIT.
035500      GO TO RECIPIENT-LOOP.
035600 RECIPIENT-DONE.
035700      PERFORM WRITE-HELD-BACK THRU WRITE-HELD-BACK-EXIT.
035800      PERFORM WRITE-REGISTER-TOTALS.
035900      MOVE SPACES TO WS-RPT-LINE.
036000      WRITE EXCEPTION-RECORD FROM WS-RPT-LINE.
036100      MOVE EXCEPTION-CNT TO WS-RPT-NUM-ED.
036200      STRING 'EXCEPTIONS ' DELIMITED BY SIZE
036300          WS-RPT-NUM-ED DELIMITED BY SIZE
036400          INTO WS-RPT-LINE.
036500      WRITE EXCEPTION-RECORD FROM WS-RPT-LINE.
036600      CLOSE REGISTER-FILE.
036700      CLOSE EXCEPTION-FILE.
036800      IF RUN-HAD-TROUBLE
036900          MOVE 8 TO RETURN-CODE
037000      ELSE
037100          IF EXCEPTION-CNT > 0 OR HELD-CNT > 0
037200              MOVE 4 TO RETURN-CODE.
037300 PROGRAM-DONE.
037400      STOP RUN.
037500
037600*===============================================================
037700*-----------------------UTILITY PARAGRAPH-----------------------
037800*===============================================================
037900*-----FILES THE RUN LOG LINE JUST READ, OVER THE DRAWING'S EARLIER
038000*-----LINE WHEN IT RAN TWICE.
038100 FILE-RUN-LOG-LINE.
038200      MOVE 0 TO DRAWING-IDX.
038300 FILE-RUN-LOG-SCAN.
038400      ADD 1 TO DRAWING-IDX.
038500      IF DRAWING-IDX > DRAWING-CNT
038600          GO TO FILE-RUN-LOG-NEW.
038700      IF DR-NAME(DRAWING-IDX) = RL-OUTPUT-NAME
038800          GO TO FILE-RUN-LOG-FILL.
038900      GO TO FILE-RUN-LOG-SCAN.
039000 FILE-RUN-LOG-NEW.
039100      IF DRAWING-CNT NOT < 500
039200          DISPLAY 'DDADIST-W005 RUN LOG TOO LONG, DRAWING NOT '
039300              'DISTRIBUTED: ' RL-OUTPUT-NAME
039400          MOVE 'Y' TO RUN-TROUBLE-SW
039500          GO TO FILE-RUN-LOG-LINE-EXIT.
039600      ADD 1 TO DRAWING-CNT.
039700      MOVE DRAWING-CNT TO DRAWING-IDX.
039800 FILE-RUN-LOG-FILL.
039900      MOVE RL-OUTPUT-NAME TO DR-NAME(DRAWING-IDX).
040000      MOVE RL-INPUT-NAME TO DR-INPUT-NAME(DRAWING-IDX).
040100      MOVE RL-STATUS TO DR-STATUS(DRAWING-IDX).
040200      MOVE 'N' TO DR-DELIVER-SW(DRAWING-IDX).
040300      MOVE 'N' TO DR-SUMMARY-SW(DRAWING-IDX).
040400      MOVE 0 TO DR-PRINT-PAGES(DRAWING-IDX).
040500      MOVE 0 TO DR-PAGES(DRAWING-IDX).
040600      MOVE 0 TO DR-SERVED-CNT(DRAWING-IDX).
040700 FILE-RUN-LOG-LINE-EXIT.
040800      EXIT.
040900
041000*-----A DRAWING THAT RAN IS DELIVERABLE WHEN ITS PRINT FILE CAN BE
041100*-----READ. ITS PAGES ARE COUNTED OFF THE PAGE HEADINGS, AND ITS
041200*-----SUMMARY, WHEN THERE IS ONE, ADDS A PAGE.
041300 MEASURE-DRAWING.
041400      IF DR-STATUS(DRAWING-IDX) NOT = 'OK'
041500          AND DR-STATUS(DRAWING-IDX) NOT = 'DONE'
041600          GO TO MEASURE-DRAWING-EXIT.
041700      MOVE DR-NAME(DRAWING-IDX) TO WS-PRINT-FILENAME.
041800      OPEN INPUT PRINT-FILE.
041900      IF PRINT-STATUS NOT = '00'
042000          GO TO MEASURE-DRAWING-EXIT.
042100      MOVE 'Y' TO DR-DELIVER-SW(DRAWING-IDX).
042200      MOVE 'N' TO COPY-EOF-SW.
042300 MEASURE-PRINT-LOOP.
042400      READ PRINT-FILE
042500          AT END MOVE 'Y' TO COPY-EOF-SW.
042600      IF COPY-IS-EOF GO TO MEASURE-PRINT-DONE.
042700      IF PRT-HEADING-TAG = 'DRAWING: '
042800          ADD 1 TO DR-PRINT-PAGES(DRAWING-IDX).
042900      GO TO MEASURE-PRINT-LOOP.
043000 MEASURE-PRINT-DONE.
043100      CLOSE PRINT-FILE.
043200      MOVE DR-PRINT-PAGES(DRAWING-IDX) TO DR-PAGES(DRAWING-IDX).
043300      PERFORM BUILD-SUMMARY-NAME.
043400      OPEN INPUT SUMMARY-FILE.
043500      IF SUMMARY-STATUS NOT = '00'
043600          GO TO MEASURE-DRAWING-EXIT.
043700      CLOSE SUMMARY-FILE.
043800      MOVE 'Y' TO DR-SUMMARY-SW(DRAWING-IDX).
043900      ADD 1 TO DR-PAGES(DRAWING-IDX).
044000 MEASURE-DRAWING-EXIT.
044100      EXIT.
044200
044300*-----THE SUMMARY FILE NAME FOLLOWS THE PRINT FILE NAME THE SAME
044400*-----WAY DDA'S RESET-RUN-STATE BUILDS IT.
044500 BUILD-SUMMARY-NAME.
044600      MOVE SPACES TO WS-SUMMARY-FILENAME.
044700      STRING DR-NAME(DRAWING-IDX) DELIMITED BY SPACE
044800          '.sum' DELIMITED BY SIZE
044900          INTO WS-SUMMARY-FILENAME.
045000
045100*-----FILES THE DISTRIBUTION LIST RECORD JUST READ: TIES IT TO ITS
045200*-----DRAWING'S ROW AND ENTERS A NEW RECIPIENT. A RECORD WITHOUT A
045300*-----DRAWING OR RECIPIENT, OR WITH BAD COPIES, IS AN EXCEPTION.
045400 FILE-DIST-LIST-LINE.
045500      IF DIST-LIST-RECORD = SPACES
045600          GO TO FILE-DIST-LIST-LINE-EXIT.
045700*-----A ONE-DIGIT COPY COUNT MAY BE KEYED IN EITHER COLUMN.
045800      IF DL-COPIES-2 = SPACE
045900          MOVE DL-COPIES-1 TO DL-COPIES-2
046000          MOVE SPACE TO DL-COPIES-1.
046100      IF DL-COPIES-1 = SPACE AND DL-COPIES-2 NOT = SPACE
046200          MOVE '0' TO DL-COPIES-1.
046300      IF DL-DRAWING-NAME = SPACES OR DL-RECIPIENT = SPACES
046400          OR (DL-COPIES NOT = SPACES AND DL-COPIES NOT NUMERIC)
046500          MOVE SPACES TO EXC-DETAIL
046600          MOVE DL-DRAWING-NAME TO EX-DRAWING-NAME
046700          MOVE 'BAD DISTRIBUTION LIST RECORD, IGNORED'
046800              TO EX-REASON
046900          WRITE EXCEPTION-RECORD FROM EXC-DETAIL
047000          ADD 1 TO EXCEPTION-CNT
047100          ADD 1 TO BAD-LIST-CNT
047200          GO TO FILE-DIST-LIST-LINE-EXIT.
047300      IF DIST-CNT NOT < 500
047400          DISPLAY 'DDADIST-W005 DISTRIBUTION LIST TOO LONG, '
047500              'RECORD IGNORED: ' DL-DRAWING-NAME
047600          MOVE 'Y' TO RUN-TROUBLE-SW
047700          GO TO FILE-DIST-LIST-LINE-EXIT.
047800      ADD 1 TO DIST-CNT.
047900      MOVE DL-DRAWING-NAME TO DT-DRAWING-NAME(DIST-CNT).
048000      MOVE DL-RECIPIENT TO DT-RECIPIENT(DIST-CNT).
048100      MOVE 1 TO DT-COPIES(DIST-CNT).
048200      IF DL-COPIES NUMERIC AND DL-COPIES-NUM > 0
048300          MOVE DL-COPIES-NUM TO DT-COPIES(DIST-CNT).
048400      MOVE 0 TO DT-DRAWING-IDX(DIST-CNT).
048500      MOVE 0 TO DRAWING-IDX.
048600 FILE-DIST-FIND-DRAWING.
048700      ADD 1 TO DRAWING-IDX.
048800      IF DRAWING-IDX > DRAWING-CNT
048900          ADD 1 TO NOT-RUN-CNT
049000          GO TO FILE-DIST-FIND-RECIPIENT.
049100      IF DR-NAME(DRAWING-IDX) NOT = DL-DRAWING-NAME
049200          GO TO FILE-DIST-FIND-DRAWING.
049300      MOVE DRAWING-IDX TO DT-DRAWING-IDX(DIST-CNT).
049400      ADD 1 TO DR-SERVED-CNT(DRAWING-IDX).
049500 FILE-DIST-FIND-RECIPIENT.
049600      MOVE 0 TO RECIP-IDX.
049700 FILE-DIST-RECIPIENT-LOOP.
049800      ADD 1 TO RECIP-IDX.
049900      IF RECIP-IDX > RECIP-CNT
050000          GO TO FILE-DIST-NEW-RECIPIENT.
050100      IF RC-RECIPIENT(RECIP-IDX) = DL-RECIPIENT
050200          GO TO FILE-DIST-LIST-LINE-EXIT.
050300      GO TO FILE-DIST-RECIPIENT-LOOP.
050400 FILE-DIST-NEW-RECIPIENT.
050500      IF RECIP-CNT NOT < 100
050600          DISPLAY 'DDADIST-W005 TOO MANY RECIPIENTS, NOTHING '
050700              'SENT TO: ' DL-RECIPIENT
050800          MOVE 'Y' TO RUN-TROUBLE-SW
050900          GO TO FILE-DIST-LIST-LINE-EXIT.
051000      ADD 1 TO RECIP-CNT.
051100      MOVE DL-RECIPIENT TO RC-RECIPIENT(RECIP-CNT).
051200      MOVE DL-DESTINATION TO RC-DESTINATION(RECIP-CNT).
051300 FILE-DIST-LIST-LINE-EXIT.
051400      EXIT.
051500
051600*-----ONE EXCEPTION LINE FOR EVERY DRAWING ON THE RUN LOG THAT
051700*-----DOES NOT GO OUT WHOLE: SKIPPED BY DDA, NO RECIPIENT, PRINT
051800*-----FILE UNREADABLE, OR SENT WITHOUT ITS SUMMARY.
051900 WRITE-DRAWING-EXCEPTIONS.
052000      MOVE 0 TO DRAWING-IDX.
052100 WRITE-DRAWING-EXC-LOOP.
052200      ADD 1 TO DRAWING-IDX.
052300      IF DRAWING-IDX > DRAWING-CNT
052400          GO TO WRITE-DRAWING-EXCEPTIONS-EXIT.
052500      MOVE SPACES TO EXC-DETAIL.
052600      MOVE DR-NAME(DRAWING-IDX) TO EX-DRAWING-NAME.
052700      MOVE DR-INPUT-NAME(DRAWING-IDX) TO EX-INPUT-NAME.
052800      IF DR-STATUS(DRAWING-IDX) = 'SKIPPED'
052900          MOVE 'SKIPPED BY DDA, NOT DISTRIBUTED' TO EX-REASON
053000          GO TO WRITE-DRAWING-EXC-LINE.
053100      IF DR-STATUS(DRAWING-IDX) NOT = 'OK'
053200          AND DR-STATUS(DRAWING-IDX) NOT = 'DONE'
053300          MOVE SPACES TO EX-REASON
053400          STRING 'RUN LOG STATUS ' DELIMITED BY SIZE
053500              DR-STATUS(DRAWING-IDX) DELIMITED BY SPACE
053600              ', NOT DISTRIBUTED' DELIMITED BY SIZE
053700              INTO EX-REASON
053800          GO TO WRITE-DRAWING-EXC-LINE.
053900      IF DR-SERVED-CNT(DRAWING-IDX) = 0
054000          MOVE 'NO RECIPIENT ON THE DISTRIBUTION LIST'
054100              TO EX-REASON
054200          GO TO WRITE-DRAWING-EXC-LINE.
054300      IF NOT DR-IS-DELIVERABLE(DRAWING-IDX)
054400          MOVE 'PRINT FILE NOT FOUND, NOT DISTRIBUTED'
054500              TO EX-REASON
054600          GO TO WRITE-DRAWING-EXC-LINE.
054700      IF NOT DR-HAS-SUMMARY(DRAWING-IDX)
054800          MOVE 'SUMMARY NOT FOUND, SENT WITHOUT IT' TO EX-REASON
054900          GO TO WRITE-DRAWING-EXC-LINE.
055000      GO TO WRITE-DRAWING-EXC-LOOP.
055100 WRITE-DRAWING-EXC-LINE.
055200      WRITE EXCEPTION-RECORD FROM EXC-DETAIL.
055300      ADD 1 TO EXCEPTION-CNT.
055400      GO TO WRITE-DRAWING-EXC-LOOP.
055500 WRITE-DRAWING-EXCEPTIONS-EXIT.
055600      EXIT.
055700
055800*-----BUILDS THE BUNDLE FOR THE RECIPIENT UNDER RECIP-IDX. A FIRST
055900*-----WALK OF ITS LIST ENTRIES SIZES THE BUNDLE FOR THE BANNER AND
056000*-----CONTENTS PAGES; THE SECOND COPIES THE DRAWINGS IN AND WRITES
056100*-----THE REGISTER LINES. A RECIPIENT WITH NOTHING DELIVERABLE
056200*-----GETS NO BUNDLE, ONLY A REGISTER LINE SAYING SO.
056300 BUILD-BUNDLE.
056400      MOVE 0 TO BND-DRAWING-CNT.
056500      MOVE 0 TO BND-HELD-CNT.
056600      MOVE 2 TO BND-PAGE-CNT.
056700      MOVE 0 TO DIST-IDX.
056800 BUILD-BUNDLE-SIZE-LOOP.
056900      ADD 1 TO DIST-IDX.
057000      IF DIST-IDX > DIST-CNT GO TO BUILD-BUNDLE-SIZED.
057100      IF DT-RECIPIENT(DIST-IDX) NOT = RC-RECIPIENT(RECIP-IDX)
057200          GO TO BUILD-BUNDLE-SIZE-LOOP.
057300      IF DT-DRAWING-IDX(DIST-IDX) = 0
057400          GO TO BUILD-BUNDLE-SIZE-LOOP.
057500      MOVE DT-DRAWING-IDX(DIST-IDX) TO DRAWING-IDX.
057600      IF NOT DR-IS-DELIVERABLE(DRAWING-IDX)
057700          ADD 1 TO BND-HELD-CNT
057800          GO TO BUILD-BUNDLE-SIZE-LOOP.
057900      ADD 1 TO BND-DRAWING-CNT.
058000      COMPUTE BND-PAGE-CNT = BND-PAGE-CNT +
058100          DT-COPIES(DIST-IDX) * DR-PAGES(DRAWING-IDX).
058200      GO TO BUILD-BUNDLE-SIZE-LOOP.
058300 BUILD-BUNDLE-SIZED.
058400      MOVE SPACES TO REG-DETAIL.
058500      MOVE RC-RECIPIENT(RECIP-IDX) TO RG-RECIPIENT.
058600      MOVE RC-DESTINATION(RECIP-IDX) TO RG-DESTINATION.
058700      IF BND-DRAWING-CNT = 0
058800          MOVE 'NOTHING TO DELIVER, NO BUNDLE' TO RG-DRAWING-NAME
058900          WRITE REGISTER-RECORD FROM REG-DETAIL
059000          MOVE SPACES TO REGISTER-RECORD
059100          WRITE REGISTER-RECORD
059200          GO TO BUILD-BUNDLE-EXIT.
059300      MOVE SPACES TO WS-BUNDLE-FILENAME.
059400      STRING RC-RECIPIENT(RECIP-IDX) DELIMITED BY SPACE
059500          '.bdl' DELIMITED BY SIZE
059600          INTO WS-BUNDLE-FILENAME.
059700      OPEN OUTPUT BUNDLE-FILE.
059800      IF BUNDLE-STATUS NOT = '00'
059900          DISPLAY 'DDADIST-W004 CANNOT OPEN BUNDLE, NOTHING SENT '
060000              'TO: ' RC-RECIPIENT(RECIP-IDX)
060100          MOVE 'BUNDLE NOT OPENED, NOTHING SENT'
060200              TO RG-DRAWING-NAME
060300          WRITE REGISTER-RECORD FROM REG-DETAIL
060400          MOVE SPACES TO REGISTER-RECORD
060500          WRITE REGISTER-RECORD
060600          MOVE 'Y' TO RUN-TROUBLE-SW
060700          GO TO BUILD-BUNDLE-EXIT.
060800      ADD 1 TO BUNDLE-CNT.
060900      PERFORM WRITE-BANNER-PAGE.
061000      PERFORM WRITE-CONTENTS-PAGE THRU WRITE-CONTENTS-PAGE-EXIT.
061100      MOVE 0 TO DIST-IDX.
061200 BUILD-BUNDLE-COPY-LOOP.
061300      ADD 1 TO DIST-IDX.
061400      IF DIST-IDX > DIST-CNT GO TO BUILD-BUNDLE-DONE.
061500      IF DT-RECIPIENT(DIST-IDX) NOT = RC-RECIPIENT(RECIP-IDX)
061600          GO TO BUILD-BUNDLE-COPY-LOOP.
061700      IF DT-DRAWING-IDX(DIST-IDX) = 0
061800          GO TO BUILD-BUNDLE-COPY-LOOP.
061900      MOVE DT-DRAWING-IDX(DIST-IDX) TO DRAWING-IDX.
062000      IF NOT DR-IS-DELIVERABLE(DRAWING-IDX)
062100          GO TO BUILD-BUNDLE-COPY-LOOP.
062200      MOVE 0 TO BND-COPY-NUM.
062300 BUILD-BUNDLE-COPY-ONE.
062400      ADD 1 TO BND-COPY-NUM.
062500      IF BND-COPY-NUM > DT-COPIES(DIST-IDX)
062600          GO TO BUILD-BUNDLE-REGISTER.
062700      PERFORM COPY-DRAWING-INTO-BUNDLE
062800          THRU COPY-DRAWING-INTO-BUNDLE-EXIT.
062900      GO TO BUILD-BUNDLE-COPY-ONE.
063000 BUILD-BUNDLE-REGISTER.
063100      COMPUTE BND-ENTRY-PAGES =
063200          DT-COPIES(DIST-IDX) * DR-PAGES(DRAWING-IDX).
063300      MOVE DR-NAME(DRAWING-IDX) TO RG-DRAWING-NAME.
063400      MOVE DT-COPIES(DIST-IDX) TO RG-COPIES.
063500      MOVE BND-ENTRY-PAGES TO RG-PAGES.
063600      WRITE REGISTER-RECORD FROM REG-DETAIL.
063700      MOVE SPACES TO RG-RECIPIENT.
063800      MOVE SPACES TO RG-DESTINATION.
063900      ADD 1 TO SENT-CNT.
064000      GO TO BUILD-BUNDLE-COPY-LOOP.
064100 BUILD-BUNDLE-DONE.
064200      CLOSE BUNDLE-FILE.
064300      ADD BND-PAGE-CNT TO SENT-PAGE-TOT.
064400      MOVE SPACES TO WS-RPT-LINE.
064500      MOVE BND-DRAWING-CNT TO WS-RPT-NUM-ED.
064600      MOVE BND-PAGE-CNT TO WS-RPT-NUM-ED2.
064700      STRING '          BUNDLE ' DELIMITED BY SIZE
064800          WS-BUNDLE-FILENAME DELIMITED BY SPACE
064900          '  DRAWINGS ' DELIMITED BY SIZE
065000          WS-RPT-NUM-ED DELIMITED BY SIZE
065100          '  PAGES WITH BANNER AND CONTENTS ' DELIMITED BY SIZE
065200          WS-RPT-NUM-ED2 DELIMITED BY SIZE
065300          INTO WS-RPT-LINE.
065400      WRITE REGISTER-RECORD FROM WS-RPT-LINE.
065500      MOVE SPACES TO REGISTER-RECORD.
065600      WRITE REGISTER-RECORD.
065700      WRITE REGISTER-RECORD FROM SIGNATURE-LINE.
065800      MOVE SPACES TO REGISTER-RECORD.
065900      WRITE REGISTER-RECORD.
066000 BUILD-BUNDLE-EXIT.
066100      EXIT.
066200
066300*-----PAGE 1 OF THE BUNDLE: WHO IT IS FOR, WHERE IT GOES, AND HOW
066400*-----BIG IT IS, BOXED SO IT STANDS OUT ON THE PRINTER OUTPUT.
066500 WRITE-BANNER-PAGE.
066600      WRITE BUNDLE-LINE FROM BANNER-RULE.
066700      MOVE SPACES TO BUNDLE-LINE.
066800      STRING '* DISTRIBUTION BUNDLE  ' DELIMITED BY SIZE
066900          RUN-DATE-STAMP DELIMITED BY SIZE
067000          INTO BUNDLE-LINE.
067100      WRITE BUNDLE-LINE.
067200      MOVE SPACES TO BUNDLE-LINE.
067300      STRING '* FOR         ' DELIMITED BY SIZE
067400          RC-RECIPIENT(RECIP-IDX) DELIMITED BY SIZE
067500          INTO BUNDLE-LINE.
067600      WRITE BUNDLE-LINE.
067700      MOVE SPACES TO BUNDLE-LINE.
067800      STRING '* DELIVER TO  ' DELIMITED BY SIZE
067900          RC-DESTINATION(RECIP-IDX) DELIMITED BY SIZE
068000          INTO BUNDLE-LINE.
068100      WRITE BUNDLE-LINE.
068200      MOVE BND-DRAWING-CNT TO WS-RPT-NUM-ED.
068300      MOVE BND-PAGE-CNT TO WS-RPT-NUM-ED2.
068400      MOVE SPACES TO BUNDLE-LINE.
068500      STRING '* DRAWINGS   ' DELIMITED BY SIZE
068600          WS-RPT-NUM-ED DELIMITED BY SIZE
068700          '   PAGES ' DELIMITED BY SIZE
068800          WS-RPT-NUM-ED2 DELIMITED BY SIZE
068900          INTO BUNDLE-LINE.
069000      WRITE BUNDLE-LINE.
069100      WRITE BUNDLE-LINE FROM BANNER-RULE.
069200
069300*-----PAGE 2: ONE LINE PER DRAWING WITH ITS COPIES, ITS PAGES OVER
069400*-----ALL COPIES, AND THE BUNDLE PAGE IT STARTS ON.
069500 WRITE-CONTENTS-PAGE.
069600      MOVE SPACES TO BUNDLE-LINE.
069700      STRING 'CONTENTS  ' DELIMITED BY SIZE
069800          RC-RECIPIENT(RECIP-IDX) DELIMITED BY SIZE
069900          INTO BUNDLE-LINE.
070000      WRITE BUNDLE-LINE.
070100      WRITE BUNDLE-LINE FROM CONTENTS-COLUMN-HDR.
070200      MOVE 3 TO BND-NEXT-PAGE.
070300      MOVE 0 TO DIST-IDX.
070400 WRITE-CONTENTS-LOOP.
070500      ADD 1 TO DIST-IDX.
070600      IF DIST-IDX > DIST-CNT GO TO WRITE-CONTENTS-PAGE-EXIT.
070700      IF DT-RECIPIENT(DIST-IDX) NOT = RC-RECIPIENT(RECIP-IDX)
070800          GO TO WRITE-CONTENTS-LOOP.
070900      IF DT-DRAWING-IDX(DIST-IDX) = 0
071000          GO TO WRITE-CONTENTS-LOOP.
071100      MOVE DT-DRAWING-IDX(DIST-IDX) TO DRAWING-IDX.
071200      IF NOT DR-IS-DELIVERABLE(DRAWING-IDX)
071300          GO TO WRITE-CONTENTS-LOOP.
071400      COMPUTE BND-ENTRY-PAGES =
071500          DT-COPIES(DIST-IDX) * DR-PAGES(DRAWING-IDX).
071600      MOVE SPACES TO CONTENTS-DETAIL.
071700      MOVE DR-NAME(DRAWING-IDX) TO CD-DRAWING-NAME.
071800      MOVE DT-COPIES(DIST-IDX) TO CD-COPIES.
071900      MOVE BND-ENTRY-PAGES TO CD-PAGES.
072000      MOVE BND-NEXT-PAGE TO CD-FIRST-PAGE.
072100      WRITE BUNDLE-LINE FROM CONTENTS-DETAIL.
072200      ADD BND-ENTRY-PAGES TO BND-NEXT-PAGE.
072300      GO TO WRITE-CONTENTS-LOOP.
072400 WRITE-CONTENTS-PAGE-EXIT.
072500      EXIT.
072600
072700*-----ONE COPY OF THE DRAWING UNDER DRAWING-IDX: ITS PRINT FILE
072800*-----LINE FOR LINE, THEN ITS SUMMARY WHEN THERE IS ONE.
072900 COPY-DRAWING-INTO-BUNDLE.
073000      MOVE DR-NAME(DRAWING-IDX) TO WS-PRINT-FILENAME.
073100      OPEN INPUT PRINT-FILE.
073200      IF PRINT-STATUS NOT = '00'
073300          GO TO COPY-DRAWING-INTO-BUNDLE-EXIT.
073400      MOVE 'N' TO COPY-EOF-SW.
073500 COPY-PRINT-LOOP.
073600      READ PRINT-FILE
073700          AT END MOVE 'Y' TO COPY-EOF-SW.
073800      IF COPY-IS-EOF GO TO COPY-PRINT-DONE.
073900      WRITE BUNDLE-LINE FROM PRINT-LINE.
074000      GO TO COPY-PRINT-LOOP.
074100 COPY-PRINT-DONE.
074200      CLOSE PRINT-FILE.
074300      IF NOT DR-HAS-SUMMARY(DRAWING-IDX)
074400          GO TO COPY-DRAWING-INTO-BUNDLE-EXIT.
074500      PERFORM BUILD-SUMMARY-NAME.
074600      OPEN INPUT SUMMARY-FILE.
074700      IF SUMMARY-STATUS NOT = '00'
074800          GO TO COPY-DRAWING-INTO-BUNDLE-EXIT.
074900      MOVE SPACES TO BUNDLE-LINE.
075000      STRING 'SUMMARY: ' DELIMITED BY SIZE
075100          DR-NAME(DRAWING-IDX) DELIMITED BY SPACE
075200          INTO BUNDLE-LINE.
075300      WRITE BUNDLE-LINE.
075400      MOVE 'N' TO COPY-EOF-SW.
075500 COPY-SUMMARY-LOOP.
075600      READ SUMMARY-FILE
075700          AT END MOVE 'Y' TO COPY-EOF-SW.
075800      IF COPY-IS-EOF GO TO COPY-SUMMARY-DONE.
075900      MOVE SPACES TO BUNDLE-LINE.
076000      MOVE SUMMARY-LINE TO BUNDLE-LINE.
076100      WRITE BUNDLE-LINE.
076200      GO TO COPY-SUMMARY-LOOP.
076300 COPY-SUMMARY-DONE.
076400      CLOSE SUMMARY-FILE.
076500 COPY-DRAWING-INTO-BUNDLE-EXIT.
076600      EXIT.
076700
076800*-----THE REGISTER'S SECOND PART: EVERY LIST ENTRY WHOSE DRAWING
076900*-----RAN IN THIS BATCH BUT DID NOT GO OUT, BY RECIPIENT, AND WHY.
077000 WRITE-HELD-BACK.
077100      MOVE 'HELD BACK' TO REGISTER-RECORD.
077200      WRITE REGISTER-RECORD.
077300      WRITE REGISTER-RECORD FROM REG-COLUMN-HDR.
077400      MOVE 0 TO DIST-IDX.
077500 WRITE-HELD-BACK-LOOP.
077600      ADD 1 TO DIST-IDX.
077700      IF DIST-IDX > DIST-CNT GO TO WRITE-HELD-BACK-DONE.
077800      IF DT-DRAWING-IDX(DIST-IDX) = 0
077900          GO TO WRITE-HELD-BACK-LOOP.
078000      MOVE DT-DRAWING-IDX(DIST-IDX) TO DRAWING-IDX.
078100      IF DR-IS-DELIVERABLE(DRAWING-IDX)
078200          GO TO WRITE-HELD-BACK-LOOP.
078300      IF DR-STATUS(DRAWING-IDX) = 'OK'
078400          OR DR-STATUS(DRAWING-IDX) = 'DONE'
078500          MOVE 'PRINT FILE NOT FOUND' TO HELD-REASON
078600      ELSE
078700          MOVE SPACES TO HELD-REASON
078800          STRING DR-STATUS(DRAWING-IDX) DELIMITED BY SPACE
078900              ' BY DDA' DELIMITED BY SIZE
079000              INTO HELD-REASON.
079100      MOVE SPACES TO REG-DETAIL.
079200      MOVE DT-RECIPIENT(DIST-IDX) TO RG-RECIPIENT.
079300      MOVE HELD-REASON TO RG-DESTINATION.
079400      MOVE DR-NAME(DRAWING-IDX) TO RG-DRAWING-NAME.
079500      MOVE DT-COPIES(DIST-IDX) TO RG-COPIES.
079600      WRITE REGISTER-RECORD FROM REG-DETAIL.
079700      ADD 1 TO HELD-CNT.
079800      GO TO WRITE-HELD-BACK-LOOP.
079900 WRITE-HELD-BACK-DONE.
080000      IF HELD-CNT = 0
080100          MOVE '          NOTHING HELD BACK' TO REGISTER-RECORD
080200          WRITE REGISTER-RECORD.
080300 WRITE-HELD-BACK-EXIT.
080400      EXIT.
080500
080600 WRITE-REGISTER-TOTALS.
080700      MOVE SPACES TO REGISTER-RECORD.
080800      WRITE REGISTER-RECORD.
080900      MOVE SPACES TO WS-RPT-LINE.
081000      MOVE BUNDLE-CNT TO WS-RPT-NUM-ED.
081100      MOVE SENT-CNT TO WS-RPT-NUM-ED2.
081200      MOVE SENT-PAGE-TOT TO WS-RPT-NUM-ED3.
081300      STRING 'BUNDLES ' DELIMITED BY SIZE
081400          WS-RPT-NUM-ED DELIMITED BY SIZE
081500          '  DRAWINGS SENT ' DELIMITED BY SIZE
081600          WS-RPT-NUM-ED2 DELIMITED BY SIZE
081700          '  PAGES ' DELIMITED BY SIZE
081800          WS-RPT-NUM-ED3 DELIMITED BY SIZE
081900          INTO WS-RPT-LINE.
082000      WRITE REGISTER-RECORD FROM WS-RPT-LINE.
082100      MOVE SPACES TO WS-RPT-LINE.
082200      MOVE HELD-CNT TO WS-RPT-NUM-ED.
082300      MOVE EXCEPTION-CNT TO WS-RPT-NUM-ED2.
082400      MOVE NOT-RUN-CNT TO WS-RPT-NUM-ED3.
082500      STRING 'HELD BACK ' DELIMITED BY SIZE
082600          WS-RPT-NUM-ED DELIMITED BY SIZE
082700          '  EXCEPTIONS ' DELIMITED BY SIZE
082800          WS-RPT-NUM-ED2 DELIMITED BY SIZE
082900          '  LIST ENTRIES NOT RUN THIS BATCH ' DELIMITED BY SIZE
083000          WS-RPT-NUM-ED3 DELIMITED BY SIZE
083100          INTO WS-RPT-LINE.
083200      WRITE REGISTER-RECORD FROM WS-RPT-LINE.
