002400* EVERY ACTION AND REPORT GOES TO shliblst.txt. THE RUN ENDS
002500* WITH CONDITION CODE 0 WHEN ALL COMMANDS WORKED, 8 WHEN A
002600* COMMAND FAILED OR A FILE COULD NOT BE OPENED.
002612*
002624* ADD, REPLACE AND DELETE ALSO NEED THE REQUESTING USER'S ID IN
002636* COLS 93-100; ONE WITHOUT IT IS REFUSED. EACH SHAPE THEY CHANGE
002648* GETS AN ENTRY IN THE SHARED APPEND-ONLY AUDIT TRAIL audit.txt:
002660* WHO, WHEN, WHAT, AND THE SHAPE'S RECORD COUNT BEFORE AND AFTER.
002672* AN AUDIT TRAIL THAT CANNOT BE OPENED STOPS THE RUN BEFORE
002684* THE LIBRARY IS TOUCHED.
002700*
002800* THE LIBRARY RECORD LAYOUT IS ALSO CODED IN DDA, WHICH READS
002900* IT BACK -- THE TWO MUST BE KEPT IN STEP.
002933* THE AUDIT RECORD LAYOUT IS ALSO CODED IN DDA, DDACATM, DDACAT,
002955* DDAAPPRV, DDAXFER, AND DDAAUDIT -- ALL SEVEN MUST BE KEPT IN
002977* STEP.
003000*---------------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200
004800          ASSIGN TO DISK
004900          ORGANIZATION IS LINE SEQUENTIAL
005000          FILE STATUS IS LIB-REPORT-STATUS.
005016
005032     SELECT AUDIT-FILE
005048          ASSIGN TO DISK
005064          ORGANIZATION IS LINE SEQUENTIAL
005080          FILE STATUS IS AUDIT-STATUS.
005100
005200     SELECT FLAT-SHAPE-FILE
005300          ASSIGN TO DYNAMIC WS-FLAT-FILENAME
008400     03  REQ-NAME                    PIC X(40).
008500     03  FILLER                      PIC X(01).
008600     03  REQ-FILE                    PIC X(40).
008633     03  FILLER                      PIC X(01).
008666     03  REQ-USER-ID                 PIC X(8).
008700
008800 FD  LIB-REPORT-FILE
008900     LABEL RECORDS ARE STANDARD
009000     VALUE OF FILE-ID IS "shliblst.txt".
009100 01  LIB-REPORT-RECORD               PIC X(132).
009103
009106*-----ONE AUDIT TRAIL ENTRY: WHEN, WHICH PROGRAM, WHO ASKED,
009109*-----WHAT WAS DONE, TO WHICH KEY (THE GENERATION WHEN ONE ENTRY
009112*-----IS MEANT, BLANK FOR THE NAME AS A WHOLE), AND HOW MANY
009113*-----RECORDS THE KEY HAD BEFORE AND AFTER -- AND, WHEN THE
009114*-----ENTRY CHANGES A GENERATION'S RELEASE STATUS, THE STATUS
009115*-----BEFORE AND AFTER (BLANK OTHERWISE).
009118 FD  AUDIT-FILE
009121     LABEL RECORDS ARE STANDARD
009124     VALUE OF FILE-ID IS "audit.txt".
009127 01  AUDIT-RECORD.
009130     03  AUD-DATE                    PIC X(8).
009133     03  FILLER                      PIC X(01).
009136     03  AUD-TIME                    PIC X(6).
009139     03  FILLER                      PIC X(01).
009142     03  AUD-PROGRAM                 PIC X(8).
009145     03  FILLER                      PIC X(01).
009148     03  AUD-USER-ID                 PIC X(8).
009151     03  FILLER                      PIC X(01).
009154     03  AUD-ACTION                  PIC X(8).
009157     03  FILLER                      PIC X(01).
009160     03  AUD-KEY-NAME                PIC X(40).
009163     03  FILLER                      PIC X(01).
009166     03  AUD-KEY-GEN                 PIC X(3).
009169     03  FILLER                      PIC X(01).
009172     03  AUD-BEFORE-CNT              PIC 9(5).
009175     03  FILLER                      PIC X(01).
009178     03  AUD-AFTER-CNT               PIC 9(5).
009182     03  FILLER                      PIC X(01).
009186     03  AUD-BEFORE-STATUS           PIC X(8).
009190     03  FILLER                      PIC X(01).
009194     03  AUD-AFTER-STATUS            PIC X(8).
009200
009300 FD  FLAT-SHAPE-FILE
009400     LABEL RECORDS ARE STANDARD.
012400 01  FLAT-SHAPE-STATUS               PIC XX.
012500 01  CONTROL-FILE-STATUS             PIC XX.
012600 01  DECK-STATUS                     PIC XX.
012650 01  AUDIT-STATUS                    PIC XX.
012700 01  WS-FLAT-FILENAME                PIC X(40).
012800 01  WS-DECK-FILENAME                PIC X(40).
012900 01  REQUEST-EOF-SW                  PIC X VALUE 'N'.
013900 01  RUN-TROUBLE-SW                  PIC X VALUE 'N'.
014000     88 RUN-HAD-TROUBLE                  VALUE 'Y'.
014100 01  CHANGE-DATE-STAMP               PIC X(8).
014111* THE AUDIT ENTRY BEING BUILT FOR THE SHAPE A COMMAND CHANGED.
014122 01  AUDIT-DATE-STAMP                PIC X(8).
014133 01  AUDIT-TIME-RAW.
014144     03 AUDIT-TIME-STAMP             PIC X(6).
014155     03 FILLER                       PIC X(2).
014166 01  AUDIT-ACTION                    PIC X(8).
014177 01  AUDIT-BEFORE-CNT                PIC 9(5).
014188 01  AUDIT-AFTER-CNT                 PIC 9(5).
014200* THE SHAPE THE CURRENT COMMAND WORKS ON, AND ITS SCAN COUNTS.
014300 01  WORK-SHAPE-NAME                 PIC X(40).
014400 01  SHAPE-REC-CNT                   PIC 9(5).
020700          CLOSE LIB-REPORT-FILE
020800          MOVE 8 TO RETURN-CODE
020900          GO TO PROGRAM-DONE.
020906      OPEN EXTEND AUDIT-FILE.
020912*-----STATUS 35 MEANS NO AUDIT TRAIL YET -- START ONE.
020918      IF AUDIT-STATUS = '35'
020924          OPEN OUTPUT AUDIT-FILE.
020930      IF AUDIT-STATUS NOT = '00'
020936          DISPLAY 'DDASHLIB-W004 AUDIT TRAIL UNAVAILABLE, '
020942              'NOTHING TO DO'
020948          MOVE 'AUDIT TRAIL UNAVAILABLE, NOTHING DONE'
020954              TO LIB-REPORT-RECORD
020960          WRITE LIB-REPORT-RECORD
020966          CLOSE REQUEST-FILE
020972          CLOSE SHAPE-LIB-FILE
020978          CLOSE LIB-REPORT-FILE
020984          MOVE 8 TO RETURN-CODE
020990          GO TO PROGRAM-DONE.
021000      ACCEPT CHANGE-DATE-STAMP FROM DATE YYYYMMDD.
021100 REQUEST-LOOP.
021200      READ REQUEST-FILE
021300          AT END MOVE 'Y' TO REQUEST-EOF-SW.
021400      IF REQUEST-IS-EOF GO TO REQUEST-LOOP-END.
021500      IF REQUEST-RECORD = SPACES GO TO REQUEST-LOOP.
021507*-----A COMMAND THAT CHANGES THE LIBRARY MUST SAY WHO ASKED.
021514      IF (REQ-VERB = 'ADD' OR REQ-VERB = 'REPLACE'
021521          OR REQ-VERB = 'DELETE')
021528          AND REQ-USER-ID = SPACES
021535          MOVE SPACES TO WS-RPT-LINE
021542          STRING 'NO USER ID, IGNORED: ' DELIMITED BY SIZE
021549              REQ-VERB DELIMITED BY SPACE
021556              ' ' DELIMITED BY SIZE
021563              REQ-NAME DELIMITED BY SIZE
021570              INTO WS-RPT-LINE
021577          WRITE LIB-REPORT-RECORD FROM WS-RPT-LINE
021584          MOVE 'Y' TO RUN-TROUBLE-SW
021591          GO TO REQUEST-LOOP.
021600      IF REQ-VERB = 'ADD'
021700          PERFORM ADD-ONE-SHAPE THRU ADD-ONE-SHAPE-EXIT
021800          GO TO REQUEST-LOOP.
023900 REQUEST-LOOP-END.
024000      CLOSE REQUEST-FILE.
024100      CLOSE SHAPE-LIB-FILE.
024150      CLOSE AUDIT-FILE.
024200      CLOSE LIB-REPORT-FILE.
024300      IF RUN-HAD-TROUBLE
024400          MOVE 8 TO RETURN-CODE.
027600          ' RECORDS)' DELIMITED BY SIZE
027700          INTO WS-RPT-LINE.
027800      WRITE LIB-REPORT-RECORD FROM WS-RPT-LINE.
027820      MOVE 'ADD' TO AUDIT-ACTION.
027840      MOVE 0 TO AUDIT-BEFORE-CNT.
027860      MOVE SHAPE-REC-CNT TO AUDIT-AFTER-CNT.
027880      PERFORM WRITE-AUDIT-ENTRY.
027900 ADD-ONE-SHAPE-EXIT.
028000      EXIT.
028100
029900      MOVE REQ-NAME TO WORK-SHAPE-NAME.
030000      PERFORM DROP-SHAPE-RECORDS
030100          THRU DROP-SHAPE-RECORDS-EXIT.
030150      MOVE SHAPE-REC-CNT TO AUDIT-BEFORE-CNT.
030200      PERFORM LOAD-FLAT-SHAPE THRU LOAD-FLAT-SHAPE-EXIT.
030216*-----THE OLD RECORDS ARE GONE WHETHER OR NOT THE LOAD WORKED, SO
030232*-----THE CHANGE IS AUDITED EITHER WAY.
030248      MOVE 'REPLACE' TO AUDIT-ACTION.
030264      MOVE SHAPE-REC-CNT TO AUDIT-AFTER-CNT.
030280      PERFORM WRITE-AUDIT-ENTRY.
030300      IF SHAPE-REC-CNT = 0
030400          GO TO REPLACE-ONE-SHAPE-EXIT.
030500      MOVE SPACES TO WS-RPT-LINE.
033900          ' RECORDS)' DELIMITED BY SIZE
034000          INTO WS-RPT-LINE.
034100      WRITE LIB-REPORT-RECORD FROM WS-RPT-LINE.
034120      MOVE 'DELETE' TO AUDIT-ACTION.
034140      MOVE SHAPE-REC-CNT TO AUDIT-BEFORE-CNT.
034160      MOVE 0 TO AUDIT-AFTER-CNT.
034180      PERFORM WRITE-AUDIT-ENTRY.
034200 DELETE-ONE-SHAPE-EXIT.
034300      EXIT.
034400
062800      GO TO CHECK-USED-LOOP.
062900 CHECK-USED-DONE.
063000      EXIT.
063100
063200*-----APPENDS ONE ENTRY TO THE AUDIT TRAIL FOR THE SHAPE THE
063300*-----CURRENT COMMAND NAMES, STAMPED WITH THE TIME IT IS WRITTEN
063400*-----AND THE REQUESTING USER.
063500 WRITE-AUDIT-ENTRY.
063600      ACCEPT AUDIT-DATE-STAMP FROM DATE YYYYMMDD.
063700      ACCEPT AUDIT-TIME-RAW FROM TIME.
063800      MOVE SPACES TO AUDIT-RECORD.
063900      MOVE AUDIT-DATE-STAMP TO AUD-DATE.
064000      MOVE AUDIT-TIME-STAMP TO AUD-TIME.
064100      MOVE 'DDASHLIB' TO AUD-PROGRAM.
064200      MOVE REQ-USER-ID TO AUD-USER-ID.
064300      MOVE AUDIT-ACTION TO AUD-ACTION.
064400      MOVE REQ-NAME TO AUD-KEY-NAME.
064500      MOVE AUDIT-BEFORE-CNT TO AUD-BEFORE-CNT.
064600      MOVE AUDIT-AFTER-CNT TO AUD-AFTER-CNT.
064700      WRITE AUDIT-RECORD.
