000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DDAXFER.
000300*---------------------------------------------------------------
000400* COMPANION TO DDA: UNLOADS THE INDEXED DRAWING CATALOG TO A
000500* PLAIN SEQUENTIAL TRANSFER FILE, AND RELOADS ONE, SO THE
000600* CATALOG CAN BE SHIPPED TO ANOTHER SITE OR REBUILT AFTER ITS
000650* INDEX IS DAMAGED WITHOUT RERUNNING EVERY DRAWING. IT ALSO
000700* CONVERTS A CATALOG FILED IN THE LAYOUT THAT CAME BEFORE THE
000750* RELEASE STATUS (SEE BELOW).
000800*
000900* THE TRANSFER FILE catxfer.txt HOLDS A HEADER RECORD ('HDR'),
001000* ONE RECORD PER CATALOG GENERATION ('GEN', THE WHOLE CATALOG
001100* ENTRY IMAGE AS FILED), AND A TRAILER RECORD ('TRL') CARRYING
001200* THE ENTRY COUNT AND TWO HASH TOTALS -- OF THE LINE COUNTS AND
001300* OF THE FOUR BOUNDING-BOX EDGES OF EVERY ENTRY.
001400*
001500* THE ONE-RECORD REQUEST FILE xferreq.txt DRIVES THE RUN:
001600*     COLS  1-8   'UNLOAD', 'RELOAD', OR 'CONVERT'
001700*     COLS  9-16  FOR UNLOAD: 'ALL' (OR BLANK), 'NAMES', OR
001800*                 'DATES'; FOR RELOAD AND CONVERT: 'SKIP' (OR
001900*                 BLANK) OR 'REPLACE' -- WHAT TO DO WHEN A KEY IS
002000*                 ALREADY IN THE CATALOG
002100*     COLS 17-56  NAMES: THE FIRST DRAWING NAME OF THE RANGE
002200*                 DATES: THE FIRST RUN DATE (yyyymmdd)
002300*     COLS 57-96  NAMES: THE LAST DRAWING NAME, BLANK FOR THE
002400*                 END OF THE CATALOG
002500*                 DATES: THE LAST RUN DATE, BLANK FOR NO LIMIT
002533*     COLS 98-105 THE REQUESTING USER'S ID -- REQUIRED FOR RELOAD
002566*                 AND CONVERT, WHICH CHANGE THE CATALOG
002600* BOTH RANGES ARE INCLUSIVE.
002700*
002800* A RELOAD READS THE TRANSFER FILE TWICE. THE FIRST PASS ONLY
002900* CHECKS IT -- HEADER FIRST, TRAILER LAST, AND THE COUNT AND
003000* HASH TOTALS RECOMPUTED FROM THE ENTRIES TIE TO THE TRAILER.
003100* NOTHING IS WRITTEN TO THE CATALOG UNLESS THEY DO. A CATALOG
003150* NOT YET ON FILE IS CREATED. AT THE END OF THE LOADING PASS THE
003200* ENTRIES LOADED, REPLACED, AND SKIPPED MUST ADD UP TO BOTH THE
003250* TRAILER'S COUNT AND THE GENERATION RECORDS READ.
003300*
003308* EVERY GENERATION A RELOAD OR CONVERSION LOADS OR REPLACES GETS
003316* AN ENTRY IN THE SHARED APPEND-ONLY AUDIT TRAIL audit.txt, WITH
003324* THE ACTION 'RELOAD' OR 'CONVERT', THE USER'S ID, AND THE
003332* GENERATION'S RELEASE STATUS BEFORE AND AFTER. AN AUDIT TRAIL
003340* THAT CANNOT BE OPENED STOPS THE RUN BEFORE THE CATALOG IS
003348* TOUCHED.
003356*
003364* CONVERT READS A CATALOG FILED BEFORE THE RELEASE STATUS,
003372* APPROVER, AND APPROVAL DATE WERE ADDED TO THE ENTRY (24 BYTES
003380* SHORTER, SO THE PROGRAMS THAT NOW CODE THE CATALOG CANNOT OPEN
003388* IT) AND FILES EVERY ENTRY IN catalog.dat AS A 'DRAFT'
003396* GENERATION WITH NO APPROVER. THE RUN ORDER IS:
003404*     1. BACK UP catalog.dat.
003412*     2. RENAME catalog.dat TO catold.dat.
003420*     3. RUN DDAXFER WITH 'CONVERT' AND A USER ID ON xferreq.txt.
003428*        catalog.dat IS CREATED IN THE PRESENT LAYOUT.
003436*     4. CHECK xferrpt.txt -- ENTRIES READ MUST EQUAL LOADED +
003444*        REPLACED + SKIPPED, AND THE RUN MUST END WITH CODE 0.
003452*     5. ONLY THEN RUN DDA, DDAAPPRV, OR ANY OTHER PROGRAM THAT
003460*        OPENS THE CATALOG; catold.dat MAY THEN BE DISCARDED.
003468* LINEAGE AND THE SHAPE LIBRARY ARE NOT AFFECTED.
003476*
003484* EVERY DIRECTION PRINTS A CONTROL REPORT TO xferrpt.txt: ONE
003500* LINE PER ENTRY AND THE CONTROL TOTALS. THE RUN ENDS WITH
003600* CONDITION CODE 0 WHEN ALL WORKED AND THE TOTALS TIE, 8 WHEN
003700* THEY DO NOT TIE, THE REQUEST IS BAD, A FILE COULD NOT BE
003800* OPENED, OR A WRITE TO THE TRANSFER FILE OR CATALOG FAILED.
003900*
004000* THE CATALOG RECORD LAYOUT IS ALSO CODED IN DDA, DDACAT,
004066* DDACATM, DDACOMP, DDAAPPRV, AND DDAIMPCT -- ALL MUST BE KEPT
004132* IN STEP, AS MUST THE WORKING COPY XFR-ENTRY HERE.
004200* THE TRANSFER RECORD CARRIES THE WHOLE ENTRY, SO IT GROWS WITH
004250* THE CATALOG RECORD. THE AUDIT RECORD LAYOUT IS ALSO CODED IN
004300* DDA, DDACATM, DDASHLIB, DDACAT, DDAAPPRV, AND DDAAUDIT -- ALL
004350* SEVEN MUST BE KEPT IN STEP.
004400*---------------------------------------------------------------
004500 ENVIRONMENT DIVISION.
004600
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT CATALOG-FILE
005000          ASSIGN TO "catalog.dat"
005100          ORGANIZATION IS INDEXED
005200          ACCESS MODE IS DYNAMIC
005300          RECORD KEY IS CAT-ENTRY-KEY
005400          FILE STATUS IS CATALOG-STATUS.
005412
005424     SELECT OLD-CATALOG-FILE
005436          ASSIGN TO "catold.dat"
005448          ORGANIZATION IS INDEXED
005460          ACCESS MODE IS SEQUENTIAL
005472          RECORD KEY IS OLD-ENTRY-KEY
005484          FILE STATUS IS OLD-CATALOG-STATUS.
005500
005600     SELECT REQUEST-FILE
005700          ASSIGN TO DISK
005800          ORGANIZATION IS LINE SEQUENTIAL
005900          FILE STATUS IS REQUEST-STATUS.
006000
006100     SELECT TRANSFER-FILE
006200          ASSIGN TO DISK
006300          ORGANIZATION IS LINE SEQUENTIAL
006400          FILE STATUS IS TRANSFER-STATUS.
006500
006600     SELECT XFER-REPORT-FILE
006700          ASSIGN TO DISK
006800          ORGANIZATION IS LINE SEQUENTIAL
006900          FILE STATUS IS XFER-REPORT-STATUS.
006916
006932     SELECT AUDIT-FILE
006948          ASSIGN TO DISK
006964          ORGANIZATION IS LINE SEQUENTIAL
006980          FILE STATUS IS AUDIT-STATUS.
007000
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  CATALOG-FILE
007400     LABEL RECORDS ARE STANDARD.
007500 01  CATALOG-RECORD.
007600     03  CAT-ENTRY-KEY.
007700         05  CAT-DRAWING-NAME        PIC X(40).
007800         05  CAT-GENERATION          PIC 9(3).
007900     03  CAT-RUN-DATE                PIC X(8).
008000     03  CAT-CANVAS-ROWS             PIC 9(3).
008100     03  CAT-CANVAS-COLS             PIC 9(3).
008200     03  CAT-BBOX-MIN-X              PIC 9(3).
008300     03  CAT-BBOX-MAX-X              PIC 9(3).
008400     03  CAT-BBOX-MIN-Y              PIC 9(3).
008500     03  CAT-BBOX-MAX-Y              PIC 9(3).
008600     03  CAT-LINES-CNT               PIC 9(5).
008700     03  CAT-STEEP-CNT               PIC 9(5).
008800     03  CAT-SHALLOW-CNT             PIC 9(5).
008900     03  CAT-TITLE                   PIC X(60).
009000*-----RELEASE STATUS: 'DRAFT' WHEN THE GENERATION IS ARCHIVED,
009100*-----THEN 'APPROVED' OR 'REJECTED' BY DDAAPPRV, WHICH ALSO
009200*-----STAMPS WHO SIGNED IT OFF AND WHEN (yyyymmdd).
009300     03  CAT-RELEASE-STATUS          PIC X(8).
009400         88 CAT-IS-APPROVED               VALUE 'APPROVED'.
009500     03  CAT-APPROVER-ID             PIC X(8).
009600     03  CAT-APPROVAL-DATE           PIC X(8).
009700     03  CAT-BUFFER                  PIC X(40000).
009800
009806*-----A CATALOG ENTRY AS FILED BEFORE THE RELEASE STATUS,
009812*-----APPROVER, AND APPROVAL DATE WERE ADDED: THE SAME KEY, RUN
009818*-----DATE THROUGH TITLE, AND BUFFER, LESS THOSE 24 BYTES. ONLY A
009824*-----CONVERSION READS IT, FROM THE OLD CATALOG RENAMED
009830*-----catold.dat.
009836 FD  OLD-CATALOG-FILE
009842     LABEL RECORDS ARE STANDARD.
009848 01  OLD-CATALOG-RECORD.
009854     03  OLD-ENTRY-KEY.
009860         05  OLD-DRAWING-NAME        PIC X(40).
009866         05  OLD-GENERATION          PIC 9(3).
009872     03  OLD-DESCRIPTION             PIC X(101).
009878     03  OLD-BUFFER                  PIC X(40000).
009884
009900 FD  REQUEST-FILE
010000     LABEL RECORDS ARE STANDARD
010100     VALUE OF FILE-ID IS "xferreq.txt".
010750 01  REQUEST-RECORD                  PIC X(105).
011400
011500*-----THE RECORD TYPE LEADS EVERY TRANSFER RECORD. THE HEADER
011600*-----NAMES THE UNLOAD AND ITS SELECTION; A GENERATION RECORD
011700*-----CARRIES ONE WHOLE CATALOG ENTRY; THE TRAILER CARRIES THE
011800*-----CONTROL TOTALS.
011900 FD  TRANSFER-FILE
012000     LABEL RECORDS ARE STANDARD
012100     VALUE OF FILE-ID IS "catxfer.txt".
012200 01  TRANSFER-HEADER-RECORD.
012300     03  XFH-REC-TYPE                PIC X(3).
012400     03  XFH-UNLOAD-DATE             PIC X(8).
012500     03  XFH-SELECTION               PIC X(8).
012600     03  XFH-FROM-NAME               PIC X(40).
012700     03  XFH-TO-NAME                 PIC X(40).
012800 01  TRANSFER-GEN-RECORD.
012900     03  XFG-REC-TYPE                PIC X(3).
013000     03  XFG-CATALOG-ENTRY           PIC X(40168).
013100 01  TRANSFER-TRAILER-RECORD.
013200     03  XFT-REC-TYPE                PIC X(3).
013300     03  XFT-ENTRY-CNT               PIC 9(7).
013400     03  XFT-LINES-HASH              PIC 9(15).
013500     03  XFT-BBOX-HASH               PIC 9(15).
013600
013700 FD  XFER-REPORT-FILE
013800     LABEL RECORDS ARE STANDARD
013900     VALUE OF FILE-ID IS "xferrpt.txt".
014000 01  XFER-REPORT-RECORD              PIC X(132).
014100
014103*-----ONE AUDIT TRAIL ENTRY: WHEN, WHICH PROGRAM, WHO ASKED,
014106*-----WHAT WAS DONE, TO WHICH KEY (THE GENERATION WHEN ONE ENTRY
014109*-----IS MEANT, BLANK FOR THE NAME AS A WHOLE), AND HOW MANY
014112*-----RECORDS THE KEY HAD BEFORE AND AFTER -- AND, WHEN THE
014115*-----ENTRY CHANGES A GENERATION'S RELEASE STATUS, THE STATUS
014118*-----BEFORE AND AFTER (BLANK OTHERWISE).
014121 FD  AUDIT-FILE
014124     LABEL RECORDS ARE STANDARD
014127     VALUE OF FILE-ID IS "audit.txt".
014130 01  AUDIT-RECORD.
014133     03  AUD-DATE                    PIC X(8).
014136     03  FILLER                      PIC X(01).
014139     03  AUD-TIME                    PIC X(6).
014142     03  FILLER                      PIC X(01).
014145     03  AUD-PROGRAM                 PIC X(8).
014148     03  FILLER                      PIC X(01).
014151     03  AUD-USER-ID                 PIC X(8).
014154     03  FILLER                      PIC X(01).
014157     03  AUD-ACTION                  PIC X(8).
014160     03  FILLER                      PIC X(01).
014163     03  AUD-KEY-NAME                PIC X(40).
014166     03  FILLER                      PIC X(01).
014169     03  AUD-KEY-GEN                 PIC X(3).
014172     03  FILLER                      PIC X(01).
014175     03  AUD-BEFORE-CNT              PIC 9(5).
014178     03  FILLER                      PIC X(01).
014181     03  AUD-AFTER-CNT               PIC 9(5).
014184     03  FILLER                      PIC X(01).
014187     03  AUD-BEFORE-STATUS           PIC X(8).
014190     03  FILLER                      PIC X(01).
014193     03  AUD-AFTER-STATUS            PIC X(8).
014196
014200 WORKING-STORAGE SECTION.
014300 01  CATALOG-STATUS                  PIC XX.
014350 01  OLD-CATALOG-STATUS              PIC XX.
014400 01  REQUEST-STATUS                  PIC XX.
014500 01  TRANSFER-STATUS                 PIC XX.
014600 01  XFER-REPORT-STATUS              PIC XX.
014650 01  AUDIT-STATUS                    PIC XX.
014700 01  CATALOG-EOF-SW                  PIC X VALUE 'N'.
014800     88 CATALOG-IS-EOF                    VALUE 'Y'.
014833 01  OLD-CATALOG-EOF-SW              PIC X VALUE 'N'.
014866     88 OLD-CATALOG-IS-EOF                VALUE 'Y'.
014900 01  TRANSFER-EOF-SW                 PIC X VALUE 'N'.
015000     88 TRANSFER-IS-EOF                   VALUE 'Y'.
015100 01  RUN-TROUBLE-SW                  PIC X VALUE 'N'.
015200     88 RUN-HAD-TROUBLE                  VALUE 'Y'.
015300 01  RUN-DATE-STAMP                  PIC X(8).
015302* THE REQUEST, READ INTO HERE SO IT OUTLASTS THE REQUEST FILE'S
015304* CLOSE.
015306 01  XFR-REQUEST.
015308     03 REQ-VERB                     PIC X(8).
015310     03 REQ-OPTION                   PIC X(8).
015312     03 REQ-FROM-NAME                PIC X(40).
015314     03 REQ-TO-NAME                  PIC X(40).
015316     03 FILLER                       PIC X(01).
015318     03 REQ-USER-ID                  PIC X(8).
015320* ALTERNATE VIEW OF THE RANGE FOR A DATE-RANGE UNLOAD.
015322 01  REQUEST-DATE-VIEW REDEFINES XFR-REQUEST.
015324     03 FILLER                       PIC X(16).
015326     03 REQ-FROM-DATE                PIC X(8).
015328     03 FILLER                       PIC X(32).
015330     03 REQ-TO-DATE                  PIC X(8).
015332     03 FILLER                       PIC X(41).
015334* THE CATALOG ENTRY ON ITS WAY THROUGH, IN THE CATALOG RECORD
015336* LAYOUT. ENTRIES ARE READ INTO, BUILT IN, AND WRITTEN FROM HERE,
015338* SO THE CATALOG RECORD AREA IS ONLY USED WHILE THE CATALOG IS
015340* OPEN. RUN DATE THROUGH TITLE ARE GROUPED TO TAKE AN OLD-LAYOUT
015342* ENTRY'S DESCRIPTION WHOLE.
015344 01  XFR-ENTRY.
015346     03 XFE-ENTRY-KEY.
015348        05 XFE-DRAWING-NAME          PIC X(40).
015350        05 XFE-GENERATION            PIC 9(3).
015352     03 XFE-DESCRIPTION.
015354        05 XFE-RUN-DATE              PIC X(8).
015356        05 XFE-CANVAS-ROWS           PIC 9(3).
015358        05 XFE-CANVAS-COLS           PIC 9(3).
015360        05 XFE-BBOX-MIN-X            PIC 9(3).
015362        05 XFE-BBOX-MAX-X            PIC 9(3).
015364        05 XFE-BBOX-MIN-Y            PIC 9(3).
015366        05 XFE-BBOX-MAX-Y            PIC 9(3).
015368        05 XFE-LINES-CNT             PIC 9(5).
015370        05 XFE-STEEP-CNT             PIC 9(5).
015372        05 XFE-SHALLOW-CNT           PIC 9(5).
015374        05 XFE-TITLE                 PIC X(60).
015376     03 XFE-RELEASE-STATUS           PIC X(8).
015378     03 XFE-APPROVER-ID              PIC X(8).
015380     03 XFE-APPROVAL-DATE            PIC X(8).
015382     03 XFE-BUFFER                   PIC X(40000).
015400* THE UNLOAD SELECTION, SETTLED FROM THE REQUEST: THE NAME RANGE
015500* OR THE DATE RANGE, WITH A BLANK END OPENED OUT TO THE LIMIT.
015600 01  XFR-SELECTION                   PIC X(8).
015700     88 XFR-SELECT-NAMES                  VALUE 'NAMES'.
015800     88 XFR-SELECT-DATES                  VALUE 'DATES'.
015900 01  XFR-FROM-NAME                   PIC X(40).
016000 01  XFR-TO-NAME                     PIC X(40).
016100 01  XFR-FROM-DATE                   PIC X(8).
016200 01  XFR-TO-DATE                     PIC X(8).
016300* THE RELOAD'S CHOICE FOR A KEY ALREADY IN THE CATALOG.
016400 01  XFR-DUP-OPTION                  PIC X(8).
016500     88 XFR-REPLACE-DUPS                  VALUE 'REPLACE'.
016600 01  KEY-ON-FILE-SW                  PIC X.
016700     88 KEY-WAS-ON-FILE                   VALUE 'Y'.
016800* THE CONTROL TOTALS: ENTRIES AND THE TWO HASH TOTALS, TAKEN AS
016900* THE ENTRIES GO OUT ON UNLOAD AND AS THEY ARE READ BACK ON THE
017000* RELOAD'S CHECKING PASS.
017100 01  XFR-ENTRY-CNT                   PIC 9(7).
017200 01  XFR-LINES-HASH                  PIC 9(15).
017300 01  XFR-BBOX-HASH                   PIC 9(15).
017400* THE CHECKING PASS: RECORDS READ, WHAT HAS BEEN SEEN, AND THE
017500* FIRST FAULT IN THE FILE'S SHAPE.
017600 01  XFR-RECORDS-READ                PIC 9(7).
017700 01  TRAILER-SEEN-SW                 PIC X.
017800     88 TRAILER-WAS-SEEN                  VALUE 'Y'.
017900 01  XFR-FORMAT-FAULT                PIC X(40).
018000 01  TOTALS-TIE-SW                   PIC X.
018100     88 TOTALS-DO-TIE                     VALUE 'Y'.
018150* THE LOADING PASS TALLIES, THE GENERATION RECORDS (OR OLD-LAYOUT
018200* ENTRIES) IT READ, AND THE TRAILER COUNT IT MET -- LOADED,
018250* REPLACED, AND SKIPPED MUST ACCOUNT FOR EVERY ONE.
018300 01  XFR-LOADED-CNT                  PIC 9(7).
018400 01  XFR-REPLACED-CNT                PIC 9(7).
018500 01  XFR-SKIPPED-CNT                 PIC 9(7).
018507 01  XFR-ACCOUNTED-CNT               PIC 9(7).
018514 01  XFR-GEN-READ-CNT                PIC 9(7).
018521 01  XFR-TRL-CNT                     PIC 9(7).
018528 01  XFR-TALLY-LABEL                 PIC X(17).
018535* THE AUDIT ENTRY FOR THE GENERATION JUST FILED: HOW MANY RECORDS
018542* THE KEY HAD BEFORE (0 LOADED, 1 REPLACED) AND THE STATUS IT HAD,
018549* AND THE CLOCK READING (HHMMSS AND HUNDREDTHS).
018556 01  AUDIT-BEFORE-CNT                PIC 9(5).
018563 01  AUDIT-OLD-STATUS                PIC X(8).
018570 01  AUDIT-TIME-RAW.
018577     03 AUDIT-TIME-STAMP             PIC X(6).
018584     03 FILLER                       PIC X(2).
018600* REPORT LINE WORK AREAS, SAME STRING-INTO SCHEME AS DDA'S
018700* SUMMARY REPORT LINES.
018800 01  WS-RPT-LINE                     PIC X(132).
018900 01  WS-RPT-CNT-ED                   PIC ZZZZZZ9.
019000 01  ENTRY-DETAIL.
019100     03 ED-ACTION                    PIC X(10).
019200     03 ED-DRAWING-NAME              PIC X(40).
019300     03 FILLER                       PIC X(05) VALUE ' GEN '.
019400     03 ED-GENERATION                PIC ZZ9.
019500     03 FILLER                       PIC X(05) VALUE ' RUN '.
019600     03 ED-RUN-DATE                  PIC X(8).
019700     03 FILLER                       PIC X(01) VALUE SPACE.
019800     03 ED-RELEASE-STATUS            PIC X(8).
019900* ONE CONTROL-TOTAL LINE: WHOSE TOTALS THEY ARE, THEN THE ENTRY
020000* COUNT AND THE TWO HASH TOTALS.
020100 01  TOTALS-DETAIL.
020200     03 TD-LABEL                     PIC X(20).
020300     03 FILLER                       PIC X(08) VALUE 'ENTRIES '.
020400     03 TD-ENTRY-CNT                 PIC ZZZZZZ9.
020500     03 FILLER                       PIC X(13) VALUE
020600        ' LINES HASH '.
020700     03 TD-LINES-HASH                PIC Z(14)9.
020800     03 FILLER                       PIC X(12) VALUE
020900        ' BBOX HASH '.
021000     03 TD-BBOX-HASH                 PIC Z(14)9.
021100
021200 PROCEDURE DIVISION.
021300 MAIN-LOGIC SECTION.
021400 PROGRAM-BEGIN.
021500      OPEN OUTPUT XFER-REPORT-FILE.
021600      IF XFER-REPORT-STATUS NOT = '00'
021700          DISPLAY 'DDAXFER-W001 CANNOT OPEN CONTROL REPORT'
021800          MOVE 8 TO RETURN-CODE
021900          GO TO PROGRAM-DONE.
022000      ACCEPT RUN-DATE-STAMP FROM DATE YYYYMMDD.
022100      OPEN INPUT REQUEST-FILE.
022200      IF REQUEST-STATUS NOT = '00'
022300          DISPLAY 'DDAXFER-W002 REQUEST FILE NOT FOUND, '
022400              'NOTHING TO DO'
022500          MOVE 'NO REQUEST FILE, NOTHING DONE'
022600              TO XFER-REPORT-RECORD
022700          WRITE XFER-REPORT-RECORD
022800          MOVE 'Y' TO RUN-TROUBLE-SW
022900          GO TO PROGRAM-END.
023000      READ REQUEST-FILE INTO XFR-REQUEST
023100          AT END MOVE SPACES TO XFR-REQUEST.
023200      CLOSE REQUEST-FILE.
023300      IF REQ-VERB = 'UNLOAD'
023400          PERFORM UNLOAD-CATALOG THRU UNLOAD-CATALOG-EXIT
023500          GO TO PROGRAM-END.
023600      IF REQ-VERB = 'RELOAD'
023700          PERFORM RELOAD-CATALOG THRU RELOAD-CATALOG-EXIT
023725          GO TO PROGRAM-END.
023750      IF REQ-VERB = 'CONVERT'
023775          PERFORM CONVERT-CATALOG THRU CONVERT-CATALOG-EXIT
023800          GO TO PROGRAM-END.
023900      MOVE SPACES TO WS-RPT-LINE.
024000      STRING 'UNKNOWN COMMAND, NOTHING DONE: ' DELIMITED BY SIZE
024100          REQ-VERB DELIMITED BY SIZE
024200          INTO WS-RPT-LINE.
024300      WRITE XFER-REPORT-RECORD FROM WS-RPT-LINE.
024400      MOVE 'Y' TO RUN-TROUBLE-SW.
024500 PROGRAM-END.
024600      CLOSE XFER-REPORT-FILE.
024700      IF RUN-HAD-TROUBLE
024800          MOVE 8 TO RETURN-CODE.
024900 PROGRAM-DONE.
025000      STOP RUN.
025100
025200*===============================================================
025300*-----------------------UTILITY PARAGRAPH-----------------------
025400*===============================================================
025500*-----UNLOADS THE SELECTED ENTRIES IN KEY ORDER: THE HEADER, ONE
025600*-----GENERATION RECORD PER ENTRY, THEN THE TRAILER WITH THE
025700*-----TOTALS TAKEN ON THE WAY OUT. A NAME RANGE STARTS AT ITS
025800*-----FIRST NAME AND STOPS PAST ITS LAST; A DATE RANGE HAS TO
025850*-----WALK THE WHOLE CATALOG, THE KEY BEING THE NAME. A WRITE TO
025900*-----THE TRANSFER FILE THAT FAILS STOPS THE UNLOAD THERE, AND THE
025950*-----FILE IS LEFT WITHOUT A TRAILER SO NO RELOAD WILL TAKE IT.
026000 UNLOAD-CATALOG.
026100      PERFORM SET-UNLOAD-SELECTION THRU SET-UNLOAD-SELECTION-EXIT.
026200      IF RUN-HAD-TROUBLE
026300          GO TO UNLOAD-CATALOG-EXIT.
026400      OPEN INPUT CATALOG-FILE.
026500      IF CATALOG-STATUS NOT = '00'
026600          MOVE 'CATALOG NOT FOUND, NOTHING UNLOADED'
026700              TO XFER-REPORT-RECORD
026800          WRITE XFER-REPORT-RECORD
026900          MOVE 'Y' TO RUN-TROUBLE-SW
027000          GO TO UNLOAD-CATALOG-EXIT.
027100      OPEN OUTPUT TRANSFER-FILE.
027200      IF TRANSFER-STATUS NOT = '00'
027300          MOVE 'CANNOT OPEN TRANSFER FILE, NOTHING UNLOADED'
027400              TO XFER-REPORT-RECORD
027500          WRITE XFER-REPORT-RECORD
027600          CLOSE CATALOG-FILE
027700          MOVE 'Y' TO RUN-TROUBLE-SW
027800          GO TO UNLOAD-CATALOG-EXIT.
027900      MOVE SPACES TO WS-RPT-LINE.
028000      STRING 'CATALOG UNLOAD ' DELIMITED BY SIZE
028100          RUN-DATE-STAMP DELIMITED BY SIZE
028200          ' SELECTION ' DELIMITED BY SIZE
028300          XFR-SELECTION DELIMITED BY SIZE
028400          INTO WS-RPT-LINE.
028500      WRITE XFER-REPORT-RECORD FROM WS-RPT-LINE.
028600      MOVE SPACES TO TRANSFER-HEADER-RECORD.
028700      MOVE 'HDR' TO XFH-REC-TYPE.
028800      MOVE RUN-DATE-STAMP TO XFH-UNLOAD-DATE.
028900      MOVE XFR-SELECTION TO XFH-SELECTION.
029000      MOVE REQ-FROM-NAME TO XFH-FROM-NAME.
029100      MOVE REQ-TO-NAME TO XFH-TO-NAME.
029300      MOVE 0 TO XFR-ENTRY-CNT.
029400      MOVE 0 TO XFR-LINES-HASH.
029500      MOVE 0 TO XFR-BBOX-HASH.
029525      WRITE TRANSFER-HEADER-RECORD.
029550      IF TRANSFER-STATUS NOT = '00'
029575          GO TO UNLOAD-WRITE-FAILED.
029600      MOVE 'N' TO CATALOG-EOF-SW.
029700      MOVE LOW-VALUES TO CAT-ENTRY-KEY.
029800      IF XFR-SELECT-NAMES
029900          MOVE XFR-FROM-NAME TO CAT-DRAWING-NAME
030000          MOVE 0 TO CAT-GENERATION.
030100      START CATALOG-FILE KEY NOT < CAT-ENTRY-KEY
030200          INVALID KEY MOVE 'Y' TO CATALOG-EOF-SW.
030300 UNLOAD-SCAN-LOOP.
030400      IF CATALOG-IS-EOF GO TO UNLOAD-SCAN-DONE.
030500      READ CATALOG-FILE NEXT RECORD INTO XFR-ENTRY
030600          AT END MOVE 'Y' TO CATALOG-EOF-SW.
030700      IF CATALOG-IS-EOF GO TO UNLOAD-SCAN-DONE.
030800      IF XFR-SELECT-NAMES AND XFE-DRAWING-NAME > XFR-TO-NAME
030900          GO TO UNLOAD-SCAN-DONE.
031000      IF XFR-SELECT-DATES
031100          AND (XFE-RUN-DATE < XFR-FROM-DATE
031200               OR XFE-RUN-DATE > XFR-TO-DATE)
031300          GO TO UNLOAD-SCAN-LOOP.
031400      MOVE 'GEN' TO XFG-REC-TYPE.
031500      MOVE XFR-ENTRY TO XFG-CATALOG-ENTRY.
031600      WRITE TRANSFER-GEN-RECORD.
031633      IF TRANSFER-STATUS NOT = '00'
031666          GO TO UNLOAD-WRITE-FAILED.
031700      PERFORM ADD-TO-CONTROL-TOTALS.
031800      MOVE 'UNLOADED' TO ED-ACTION.
031900      PERFORM WRITE-ENTRY-DETAIL.
032000      GO TO UNLOAD-SCAN-LOOP.
032100 UNLOAD-SCAN-DONE.
032200      MOVE SPACES TO TRANSFER-TRAILER-RECORD.
032300      MOVE 'TRL' TO XFT-REC-TYPE.
032400      MOVE XFR-ENTRY-CNT TO XFT-ENTRY-CNT.
032500      MOVE XFR-LINES-HASH TO XFT-LINES-HASH.
032600      MOVE XFR-BBOX-HASH TO XFT-BBOX-HASH.
032700      WRITE TRANSFER-TRAILER-RECORD.
032733      IF TRANSFER-STATUS NOT = '00'
032766          GO TO UNLOAD-WRITE-FAILED.
032800      CLOSE TRANSFER-FILE.
032900      CLOSE CATALOG-FILE.
033000      MOVE 'TRAILER WRITTEN' TO TD-LABEL.
033100      PERFORM WRITE-TOTALS-DETAIL.
033106      GO TO UNLOAD-CATALOG-EXIT.
033112 UNLOAD-WRITE-FAILED.
033118      MOVE SPACES TO WS-RPT-LINE.
033124      STRING 'TRANSFER FILE WRITE FAILED, STATUS '
033130          DELIMITED BY SIZE
033136          TRANSFER-STATUS DELIMITED BY SIZE
033142          ', UNLOAD STOPPED' DELIMITED BY SIZE
033148          INTO WS-RPT-LINE.
033154      WRITE XFER-REPORT-RECORD FROM WS-RPT-LINE.
033160      CLOSE TRANSFER-FILE.
033166      CLOSE CATALOG-FILE.
033172      MOVE 'WRITTEN BEFORE STOP' TO TD-LABEL.
033178      PERFORM WRITE-TOTALS-DETAIL.
033184      MOVE 'Y' TO RUN-TROUBLE-SW.
033200 UNLOAD-CATALOG-EXIT.
033300      EXIT.
033400
033500*-----SETTLES THE UNLOAD SELECTION OFF THE REQUEST. A BLANK LAST
033600*-----NAME RUNS TO THE END OF THE CATALOG, A BLANK LAST DATE HAS
033700*-----NO LIMIT. A BAD OPTION OR DATE FLAGS THE RUN AND NOTHING IS
033800*-----UNLOADED.
033900 SET-UNLOAD-SELECTION.
034000      MOVE REQ-OPTION TO XFR-SELECTION.
034100      IF XFR-SELECTION = SPACES
034200          MOVE 'ALL' TO XFR-SELECTION.
034300      IF XFR-SELECTION = 'ALL'
034400          GO TO SET-UNLOAD-SELECTION-EXIT.
034500      IF XFR-SELECT-NAMES
034600          MOVE REQ-FROM-NAME TO XFR-FROM-NAME
034700          MOVE REQ-TO-NAME TO XFR-TO-NAME
034800          IF XFR-TO-NAME = SPACES
034900              MOVE HIGH-VALUES TO XFR-TO-NAME.
035000      IF XFR-SELECT-NAMES
035100          GO TO SET-UNLOAD-SELECTION-EXIT.
035200      IF NOT XFR-SELECT-DATES
035300          MOVE SPACES TO WS-RPT-LINE
035400          STRING 'UNKNOWN UNLOAD SELECTION, NOTHING UNLOADED: '
035500              DELIMITED BY SIZE
035600              REQ-OPTION DELIMITED BY SIZE
035700              INTO WS-RPT-LINE
035800          WRITE XFER-REPORT-RECORD FROM WS-RPT-LINE
035900          MOVE 'Y' TO RUN-TROUBLE-SW
036000          GO TO SET-UNLOAD-SELECTION-EXIT.
036100      MOVE REQ-FROM-DATE TO XFR-FROM-DATE.
036200      MOVE REQ-TO-DATE TO XFR-TO-DATE.
036300      IF XFR-TO-DATE = SPACES
036400          MOVE '99999999' TO XFR-TO-DATE.
036500      IF XFR-FROM-DATE NOT NUMERIC OR XFR-TO-DATE NOT NUMERIC
036600          MOVE 'BAD DATE RANGE, NOTHING UNLOADED'
036700              TO XFER-REPORT-RECORD
036800          WRITE XFER-REPORT-RECORD
036900          MOVE 'Y' TO RUN-TROUBLE-SW.
037000 SET-UNLOAD-SELECTION-EXIT.
037100      EXIT.
037200
037300*-----RELOADS A TRANSFER FILE. THE CHECKING PASS MUST FIND A
037400*-----WELL-FORMED FILE WHOSE TOTALS TIE BEFORE THE CATALOG IS
037500*-----EVEN OPENED; THE LOADING PASS THEN FILES EVERY ENTRY, AND A
037540*-----KEY ALREADY ON FILE IS REPLACED OR SKIPPED AS ASKED. WHAT IT
037580*-----LOADED, REPLACED, AND SKIPPED MUST ACCOUNT FOR THE TRAILER'S
037620*-----COUNT AND FOR EVERY GENERATION RECORD IT READ; WHEN IT DOES
037660*-----NOT, THE REPORT SAYS SO AND THE RUN IS FLAGGED.
037700 RELOAD-CATALOG.
038100      PERFORM SET-LOAD-OPTIONS THRU SET-LOAD-OPTIONS-EXIT.
038500      IF RUN-HAD-TROUBLE
038900          GO TO RELOAD-CATALOG-EXIT.
039000      OPEN INPUT TRANSFER-FILE.
039100      IF TRANSFER-STATUS NOT = '00'
039200          MOVE 'TRANSFER FILE NOT FOUND, NOTHING RELOADED'
039300              TO XFER-REPORT-RECORD
039400          WRITE XFER-REPORT-RECORD
039500          MOVE 'Y' TO RUN-TROUBLE-SW
039600          GO TO RELOAD-CATALOG-EXIT.
039700      PERFORM CHECK-TRANSFER-FILE THRU CHECK-TRANSFER-FILE-EXIT.
039800      CLOSE TRANSFER-FILE.
039900      IF NOT TOTALS-DO-TIE
040000          MOVE 'TOTALS DO NOT TIE, NOTHING RELOADED'
040100              TO XFER-REPORT-RECORD
040200          WRITE XFER-REPORT-RECORD
040300          MOVE 'Y' TO RUN-TROUBLE-SW
040400          GO TO RELOAD-CATALOG-EXIT.
040800      PERFORM OPEN-LOAD-FILES THRU OPEN-LOAD-FILES-EXIT.
041200      IF RUN-HAD-TROUBLE
041600          GO TO RELOAD-CATALOG-EXIT.
041700      OPEN INPUT TRANSFER-FILE.
041711      IF TRANSFER-STATUS NOT = '00'
041722          MOVE 'TRANSFER FILE NOT FOUND, NOTHING RELOADED'
041733              TO XFER-REPORT-RECORD
041744          WRITE XFER-REPORT-RECORD
041755          CLOSE CATALOG-FILE
041766          CLOSE AUDIT-FILE
041777          MOVE 'Y' TO RUN-TROUBLE-SW
041788          GO TO RELOAD-CATALOG-EXIT.
041800      MOVE SPACES TO WS-RPT-LINE.
041900      STRING 'CATALOG RELOAD ' DELIMITED BY SIZE
042000          RUN-DATE-STAMP DELIMITED BY SIZE
042100          ' DUPLICATE KEYS: ' DELIMITED BY SIZE
042200          XFR-DUP-OPTION DELIMITED BY SIZE
042300          INTO WS-RPT-LINE.
042400      WRITE XFER-REPORT-RECORD FROM WS-RPT-LINE.
042500      MOVE 0 TO XFR-LOADED-CNT.
042600      MOVE 0 TO XFR-REPLACED-CNT.
042700      MOVE 0 TO XFR-SKIPPED-CNT.
042733      MOVE 0 TO XFR-GEN-READ-CNT.
042766      MOVE 0 TO XFR-TRL-CNT.
042800      MOVE 'N' TO TRANSFER-EOF-SW.
042900 RELOAD-LOOP.
043000      READ TRANSFER-FILE
043100          AT END MOVE 'Y' TO TRANSFER-EOF-SW.
043200      IF TRANSFER-IS-EOF GO TO RELOAD-DONE.
043233      IF XFT-REC-TYPE = 'TRL'
043266          MOVE XFT-ENTRY-CNT TO XFR-TRL-CNT.
043300      IF XFG-REC-TYPE NOT = 'GEN'
043400          GO TO RELOAD-LOOP.
043401      ADD 1 TO XFR-GEN-READ-CNT.
043402      MOVE XFG-CATALOG-ENTRY TO XFR-ENTRY.
043403      PERFORM FILE-ONE-ENTRY THRU FILE-ONE-ENTRY-EXIT.
043404      GO TO RELOAD-LOOP.
043405 RELOAD-DONE.
043406      CLOSE TRANSFER-FILE.
043407      CLOSE CATALOG-FILE.
043408      CLOSE AUDIT-FILE.
043409      PERFORM WRITE-LOAD-TALLIES.
043410      MOVE 'TRAILER COUNT    ' TO XFR-TALLY-LABEL.
043411      MOVE XFR-TRL-CNT TO WS-RPT-CNT-ED.
043412      PERFORM WRITE-TALLY-LINE.
043413      IF XFR-ACCOUNTED-CNT = XFR-TRL-CNT
043414          AND XFR-ACCOUNTED-CNT = XFR-GEN-READ-CNT
043415          GO TO RELOAD-CATALOG-EXIT.
043416      MOVE SPACES TO WS-RPT-LINE.
043417      STRING 'EXCEPTION: LOADED + REPLACED + SKIPPED DOES NOT '
043418          DELIMITED BY SIZE
043419          'MATCH THE TRAILER COUNT AND GENERATIONS READ'
043420          DELIMITED BY SIZE
043421          INTO WS-RPT-LINE.
043422      WRITE XFER-REPORT-RECORD FROM WS-RPT-LINE.
043423      MOVE 'Y' TO RUN-TROUBLE-SW.
043424 RELOAD-CATALOG-EXIT.
043425      EXIT.
043426
043427*-----CONVERTS A CATALOG FILED IN THE LAYOUT THAT CAME BEFORE THE
043428*-----RELEASE STATUS, RENAMED catold.dat, INTO catalog.dat. EACH
043429*-----OLD ENTRY IS CARRIED ACROSS WHOLE AS A 'DRAFT' GENERATION
043430*-----WITH NO APPROVER -- WHAT DDA FILES TODAY -- AND FILED JUST
043431*-----AS A RELOADED ONE IS. THE ENTRIES READ ARE TOTALLED LIKE AN
043432*-----UNLOAD, SO A LATER UNLOAD OF THE NEW CATALOG CAN BE TIED TO
043433*-----THEM, AND LOADED, REPLACED, AND SKIPPED MUST ACCOUNT FOR
043434*-----EVERY ONE.
043435 CONVERT-CATALOG.
043436      PERFORM SET-LOAD-OPTIONS THRU SET-LOAD-OPTIONS-EXIT.
043437      IF RUN-HAD-TROUBLE
043438          GO TO CONVERT-CATALOG-EXIT.
043439      OPEN INPUT OLD-CATALOG-FILE.
043440      IF OLD-CATALOG-STATUS NOT = '00'
043441          MOVE 'OLD CATALOG NOT FOUND, NOTHING CONVERTED'
043442              TO XFER-REPORT-RECORD
043443          WRITE XFER-REPORT-RECORD
043444          MOVE 'Y' TO RUN-TROUBLE-SW
043445          GO TO CONVERT-CATALOG-EXIT.
043446      PERFORM OPEN-LOAD-FILES THRU OPEN-LOAD-FILES-EXIT.
043447      IF RUN-HAD-TROUBLE
043448          CLOSE OLD-CATALOG-FILE
043449          GO TO CONVERT-CATALOG-EXIT.
043450      MOVE SPACES TO WS-RPT-LINE.
043451      STRING 'CATALOG CONVERSION ' DELIMITED BY SIZE
043452          RUN-DATE-STAMP DELIMITED BY SIZE
043453          ' DUPLICATE KEYS: ' DELIMITED BY SIZE
043454          XFR-DUP-OPTION DELIMITED BY SIZE
043455          INTO WS-RPT-LINE.
043456      WRITE XFER-REPORT-RECORD FROM WS-RPT-LINE.
043457      MOVE 0 TO XFR-ENTRY-CNT.
043458      MOVE 0 TO XFR-LINES-HASH.
043459      MOVE 0 TO XFR-BBOX-HASH.
043460      MOVE 0 TO XFR-LOADED-CNT.
043461      MOVE 0 TO XFR-REPLACED-CNT.
043462      MOVE 0 TO XFR-SKIPPED-CNT.
043463      MOVE 0 TO XFR-GEN-READ-CNT.
043464      MOVE 'N' TO OLD-CATALOG-EOF-SW.
043465 CONVERT-LOOP.
043466      READ OLD-CATALOG-FILE
043467          AT END MOVE 'Y' TO OLD-CATALOG-EOF-SW.
043468      IF OLD-CATALOG-IS-EOF GO TO CONVERT-DONE.
043469      ADD 1 TO XFR-GEN-READ-CNT.
043470      MOVE OLD-ENTRY-KEY TO XFE-ENTRY-KEY.
043471      MOVE OLD-DESCRIPTION TO XFE-DESCRIPTION.
043472      MOVE 'DRAFT' TO XFE-RELEASE-STATUS.
043473      MOVE SPACES TO XFE-APPROVER-ID.
043474      MOVE SPACES TO XFE-APPROVAL-DATE.
043475      MOVE OLD-BUFFER TO XFE-BUFFER.
043476      PERFORM ADD-TO-CONTROL-TOTALS.
043477      PERFORM FILE-ONE-ENTRY THRU FILE-ONE-ENTRY-EXIT.
043478      GO TO CONVERT-LOOP.
043479 CONVERT-DONE.
043480      CLOSE OLD-CATALOG-FILE.
043481      CLOSE CATALOG-FILE.
043482      CLOSE AUDIT-FILE.
043483      MOVE 'OLD ENTRIES READ' TO TD-LABEL.
043484      PERFORM WRITE-TOTALS-DETAIL.
043485      PERFORM WRITE-LOAD-TALLIES.
043486      IF XFR-ACCOUNTED-CNT = XFR-GEN-READ-CNT
043487          GO TO CONVERT-CATALOG-EXIT.
043488      MOVE SPACES TO WS-RPT-LINE.
043489      STRING 'EXCEPTION: LOADED + REPLACED + SKIPPED DOES NOT '
043490          DELIMITED BY SIZE
043491          'MATCH THE ENTRIES READ' DELIMITED BY SIZE
043492          INTO WS-RPT-LINE.
043493      WRITE XFER-REPORT-RECORD FROM WS-RPT-LINE.
043494      MOVE 'Y' TO RUN-TROUBLE-SW.
043495 CONVERT-CATALOG-EXIT.
043496      EXIT.
043497
043498*-----SETTLES WHAT A RELOAD OR CONVERSION DOES WITH A KEY ALREADY
043499*-----IN THE CATALOG, AND INSISTS ON THE USER'S ID FOR THE AUDIT
043500*-----TRAIL. A BAD OPTION OR A MISSING ID FLAGS THE RUN AND
043501*-----NOTHING IS LOADED.
043502 SET-LOAD-OPTIONS.
043503      MOVE REQ-OPTION TO XFR-DUP-OPTION.
043504      IF XFR-DUP-OPTION = SPACES
043505          MOVE 'SKIP' TO XFR-DUP-OPTION.
043506      IF XFR-DUP-OPTION NOT = 'SKIP' AND NOT XFR-REPLACE-DUPS
043507          MOVE SPACES TO WS-RPT-LINE
043508          STRING 'UNKNOWN ' DELIMITED BY SIZE
043509              REQ-VERB DELIMITED BY SPACE
043510              ' OPTION, NOTHING LOADED: ' DELIMITED BY SIZE
043511              REQ-OPTION DELIMITED BY SIZE
043512              INTO WS-RPT-LINE
043513          WRITE XFER-REPORT-RECORD FROM WS-RPT-LINE
043514          MOVE 'Y' TO RUN-TROUBLE-SW
043515          GO TO SET-LOAD-OPTIONS-EXIT.
043516      IF REQ-USER-ID = SPACES
043517          MOVE SPACES TO WS-RPT-LINE
043518          STRING 'NO USER ID, NOTHING LOADED: ' DELIMITED BY SIZE
043519              REQ-VERB DELIMITED BY SIZE
043520              INTO WS-RPT-LINE
043521          WRITE XFER-REPORT-RECORD FROM WS-RPT-LINE
043522          MOVE 'Y' TO RUN-TROUBLE-SW.
043523 SET-LOAD-OPTIONS-EXIT.
043524      EXIT.
043525
043526*-----OPENS THE AUDIT TRAIL, THEN THE CATALOG, FOR A RELOAD OR A
043527*-----CONVERSION -- IN THAT ORDER, SO AN AUDIT TRAIL THAT CANNOT
043528*-----BE OPENED STOPS THE RUN BEFORE THE CATALOG IS TOUCHED. A
043529*-----CATALOG NOT YET ON FILE IS CREATED.
043530 OPEN-LOAD-FILES.
043531      OPEN EXTEND AUDIT-FILE.
043532*-----STATUS 35 MEANS NO AUDIT TRAIL YET -- START ONE.
043533      IF AUDIT-STATUS = '35'
043534          OPEN OUTPUT AUDIT-FILE.
043535      IF AUDIT-STATUS NOT = '00'
043536          DISPLAY 'DDAXFER-W003 AUDIT TRAIL UNAVAILABLE, '
043537              'NOTHING TO DO'
043538          MOVE 'AUDIT TRAIL UNAVAILABLE, NOTHING LOADED'
043539              TO XFER-REPORT-RECORD
043540          WRITE XFER-REPORT-RECORD
043541          MOVE 'Y' TO RUN-TROUBLE-SW
043542          GO TO OPEN-LOAD-FILES-EXIT.
043543      OPEN I-O CATALOG-FILE.
043544*-----STATUS 35 MEANS NO CATALOG YET -- CREATE IT AND TRY AGAIN.
043545      IF CATALOG-STATUS = '35'
043546          OPEN OUTPUT CATALOG-FILE
043547          CLOSE CATALOG-FILE
043548          OPEN I-O CATALOG-FILE.
043549      IF CATALOG-STATUS NOT = '00'
043550          MOVE 'CATALOG UNAVAILABLE, NOTHING LOADED'
043551              TO XFER-REPORT-RECORD
043552          WRITE XFER-REPORT-RECORD
043553          CLOSE AUDIT-FILE
043554          MOVE 'Y' TO RUN-TROUBLE-SW.
043555 OPEN-LOAD-FILES-EXIT.
043556      EXIT.
043557
043558*-----FILES THE ENTRY IN XFR-ENTRY. A NEW KEY IS LOADED; A KEY
043559*-----ALREADY ON FILE IS SKIPPED, OR -- FOR 'REPLACE' -- READ FOR
043560*-----THE STATUS IT HAD AND REWRITTEN. EVERY ENTRY LOADED OR
043561*-----REPLACED IS AUDITED. A WRITE THAT FAILS FOR ANY REASON BUT A
043562*-----DUPLICATE KEY IS REPORTED AND FLAGS THE RUN, AND THE ENTRY
043563*-----FALLS OUT OF THE TALLIES, SO THE END-OF-RUN CHECK SHOWS IT.
043564 FILE-ONE-ENTRY.
043600      MOVE 'N' TO KEY-ON-FILE-SW.
043700      WRITE CATALOG-RECORD FROM XFR-ENTRY
043800          INVALID KEY MOVE 'Y' TO KEY-ON-FILE-SW.
043833      IF CATALOG-STATUS NOT = '00' AND CATALOG-STATUS NOT = '22'
043866          GO TO FILE-ENTRY-FAILED.
043900      IF NOT KEY-WAS-ON-FILE
044000          ADD 1 TO XFR-LOADED-CNT
044100          MOVE 'LOADED' TO ED-ACTION
044200          PERFORM WRITE-ENTRY-DETAIL
044240          MOVE 0 TO AUDIT-BEFORE-CNT
044280          MOVE SPACES TO AUDIT-OLD-STATUS
044320          PERFORM WRITE-AUDIT-ENTRY
044360          GO TO FILE-ONE-ENTRY-EXIT.
044400      IF NOT XFR-REPLACE-DUPS
044500          ADD 1 TO XFR-SKIPPED-CNT
044600          MOVE 'SKIPPED' TO ED-ACTION
044700          PERFORM WRITE-ENTRY-DETAIL
044780          GO TO FILE-ONE-ENTRY-EXIT.
044860      MOVE XFE-ENTRY-KEY TO CAT-ENTRY-KEY.
044940      READ CATALOG-FILE
045020          INVALID KEY GO TO FILE-ENTRY-FAILED.
045100      MOVE CAT-RELEASE-STATUS TO AUDIT-OLD-STATUS.
045180      REWRITE CATALOG-RECORD FROM XFR-ENTRY
045260          INVALID KEY GO TO FILE-ENTRY-FAILED.
045340      IF CATALOG-STATUS NOT = '00'
045420          GO TO FILE-ENTRY-FAILED.
045500      ADD 1 TO XFR-REPLACED-CNT.
045600      MOVE 'REPLACED' TO ED-ACTION.
045700      PERFORM WRITE-ENTRY-DETAIL.
045966      MOVE 1 TO AUDIT-BEFORE-CNT.
046232      PERFORM WRITE-AUDIT-ENTRY.
046498      GO TO FILE-ONE-ENTRY-EXIT.
046764 FILE-ENTRY-FAILED.
047030      MOVE 'FAILED' TO ED-ACTION.
047296      PERFORM WRITE-ENTRY-DETAIL.
047562      MOVE 'Y' TO RUN-TROUBLE-SW.
047828 FILE-ONE-ENTRY-EXIT.
048100      EXIT.
048200
048300*-----THE RELOAD'S CHECKING PASS. THE HEADER MUST COME FIRST AND
048400*-----THE TRAILER LAST, AND THE COUNT AND HASH TOTALS RECOMPUTED
048500*-----FROM THE GENERATION RECORDS MUST MATCH THE TRAILER'S. BOTH
048600*-----SETS OF TOTALS GO ON THE REPORT EITHER WAY, SO A FILE THAT
048700*-----DOES NOT TIE SHOWS BY HOW MUCH.
048800 CHECK-TRANSFER-FILE.
048900      MOVE 'N' TO TOTALS-TIE-SW.
049000      MOVE 'N' TO TRAILER-SEEN-SW.
049100      MOVE SPACES TO XFR-FORMAT-FAULT.
049200      MOVE 0 TO XFR-RECORDS-READ.
049300      MOVE 0 TO XFR-ENTRY-CNT.
049400      MOVE 0 TO XFR-LINES-HASH.
049500      MOVE 0 TO XFR-BBOX-HASH.
049600      MOVE 'N' TO TRANSFER-EOF-SW.
049700 CHECK-LOOP.
049800      READ TRANSFER-FILE
049900          AT END MOVE 'Y' TO TRANSFER-EOF-SW.
050000      IF TRANSFER-IS-EOF GO TO CHECK-DONE.
050100      ADD 1 TO XFR-RECORDS-READ.
050200      IF TRAILER-WAS-SEEN
050300          MOVE 'RECORDS FOLLOW THE TRAILER' TO XFR-FORMAT-FAULT
050400          GO TO CHECK-DONE.
050500      IF XFR-RECORDS-READ = 1 AND XFH-REC-TYPE NOT = 'HDR'
050600          MOVE 'NO HEADER RECORD' TO XFR-FORMAT-FAULT
050700          GO TO CHECK-DONE.
050800      IF XFH-REC-TYPE = 'HDR'
050900          GO TO CHECK-HEADER.
051000      IF XFG-REC-TYPE = 'GEN'
051100          MOVE XFG-CATALOG-ENTRY TO XFR-ENTRY
051200          PERFORM ADD-TO-CONTROL-TOTALS
051300          GO TO CHECK-LOOP.
051400      IF XFT-REC-TYPE = 'TRL'
051500          MOVE 'Y' TO TRAILER-SEEN-SW
051600          MOVE XFT-ENTRY-CNT TO TD-ENTRY-CNT
051700          MOVE XFT-LINES-HASH TO TD-LINES-HASH
051800          MOVE XFT-BBOX-HASH TO TD-BBOX-HASH
051900          MOVE 'TRAILER SAYS' TO TD-LABEL
052000          WRITE XFER-REPORT-RECORD FROM TOTALS-DETAIL
052100          GO TO CHECK-TRAILER.
052200      MOVE 'UNKNOWN RECORD TYPE' TO XFR-FORMAT-FAULT.
052300      GO TO CHECK-DONE.
052400 CHECK-HEADER.
052500      IF XFR-RECORDS-READ NOT = 1
052600          MOVE 'SECOND HEADER RECORD' TO XFR-FORMAT-FAULT
052700          GO TO CHECK-DONE.
052800      MOVE SPACES TO WS-RPT-LINE.
052900      STRING 'TRANSFER FILE UNLOADED ' DELIMITED BY SIZE
053000          XFH-UNLOAD-DATE DELIMITED BY SIZE
053100          ' SELECTION ' DELIMITED BY SIZE
053200          XFH-SELECTION DELIMITED BY SIZE
053300          INTO WS-RPT-LINE.
053400      WRITE XFER-REPORT-RECORD FROM WS-RPT-LINE.
053500      GO TO CHECK-LOOP.
053600 CHECK-TRAILER.
053700      IF XFT-ENTRY-CNT = XFR-ENTRY-CNT
053800          AND XFT-LINES-HASH = XFR-LINES-HASH
053900          AND XFT-BBOX-HASH = XFR-BBOX-HASH
054000          MOVE 'Y' TO TOTALS-TIE-SW.
054100      GO TO CHECK-LOOP.
054200 CHECK-DONE.
054300      IF XFR-FORMAT-FAULT = SPACES AND NOT TRAILER-WAS-SEEN
054400          MOVE 'NO TRAILER RECORD' TO XFR-FORMAT-FAULT.
054500      MOVE 'COUNTED ON READ' TO TD-LABEL.
054600      PERFORM WRITE-TOTALS-DETAIL.
054700      IF XFR-FORMAT-FAULT = SPACES
054800          GO TO CHECK-TRANSFER-FILE-EXIT.
054900      MOVE 'N' TO TOTALS-TIE-SW.
055000      MOVE SPACES TO WS-RPT-LINE.
055100      STRING 'TRANSFER FILE IS NOT WELL FORMED: '
055200          DELIMITED BY SIZE
055300          XFR-FORMAT-FAULT DELIMITED BY SIZE
055400          INTO WS-RPT-LINE.
055500      WRITE XFER-REPORT-RECORD FROM WS-RPT-LINE.
055600 CHECK-TRANSFER-FILE-EXIT.
055700      EXIT.
055800
055900*-----ADDS THE ENTRY IN XFR-ENTRY TO THE CONTROL TOTALS: ONE TO
056000*-----THE COUNT, ITS LINE COUNT TO ONE HASH, AND ITS FOUR
056100*-----BOUNDING-BOX EDGES TO THE OTHER.
056200 ADD-TO-CONTROL-TOTALS.
056300      ADD 1 TO XFR-ENTRY-CNT.
056400      ADD XFE-LINES-CNT TO XFR-LINES-HASH.
056500      ADD XFE-BBOX-MIN-X XFE-BBOX-MAX-X
056600          XFE-BBOX-MIN-Y XFE-BBOX-MAX-Y TO XFR-BBOX-HASH.
056700
056800*-----ONE REPORT LINE FOR THE ENTRY IN XFR-ENTRY, UNDER THE ACTION
056900*-----ALREADY IN ED-ACTION.
057000 WRITE-ENTRY-DETAIL.
057100      MOVE XFE-DRAWING-NAME TO ED-DRAWING-NAME.
057200      MOVE XFE-GENERATION TO ED-GENERATION.
057300      MOVE XFE-RUN-DATE TO ED-RUN-DATE.
057400      MOVE XFE-RELEASE-STATUS TO ED-RELEASE-STATUS.
057500      WRITE XFER-REPORT-RECORD FROM ENTRY-DETAIL.
057600
057700*-----ONE CONTROL-TOTAL LINE FROM THE RUNNING TOTALS, UNDER THE
057800*-----LABEL ALREADY IN TD-LABEL.
057900 WRITE-TOTALS-DETAIL.
058000      MOVE XFR-ENTRY-CNT TO TD-ENTRY-CNT.
058100      MOVE XFR-LINES-HASH TO TD-LINES-HASH.
058200      MOVE XFR-BBOX-HASH TO TD-BBOX-HASH.
058300      WRITE XFER-REPORT-RECORD FROM TOTALS-DETAIL.
058400
058500*-----THE LOADING PASS TALLIES, ONE LINE EACH, ENDING WITH WHAT
058600*-----THEY ACCOUNT FOR BETWEEN THEM AND WHAT WAS READ.
058700 WRITE-LOAD-TALLIES.
058800      ADD XFR-LOADED-CNT XFR-REPLACED-CNT XFR-SKIPPED-CNT
058900          GIVING XFR-ACCOUNTED-CNT.
059000      MOVE 'ENTRIES LOADED   ' TO XFR-TALLY-LABEL.
059100      MOVE XFR-LOADED-CNT TO WS-RPT-CNT-ED.
059200      PERFORM WRITE-TALLY-LINE.
059300      MOVE 'ENTRIES REPLACED ' TO XFR-TALLY-LABEL.
059400      MOVE XFR-REPLACED-CNT TO WS-RPT-CNT-ED.
059500      PERFORM WRITE-TALLY-LINE.
059600      MOVE 'ENTRIES SKIPPED  ' TO XFR-TALLY-LABEL.
059700      MOVE XFR-SKIPPED-CNT TO WS-RPT-CNT-ED.
059800      PERFORM WRITE-TALLY-LINE.
059900      MOVE 'ACCOUNTED FOR    ' TO XFR-TALLY-LABEL.
060000      MOVE XFR-ACCOUNTED-CNT TO WS-RPT-CNT-ED.
060100      PERFORM WRITE-TALLY-LINE.
060200      MOVE 'ENTRIES READ     ' TO XFR-TALLY-LABEL.
060300      MOVE XFR-GEN-READ-CNT TO WS-RPT-CNT-ED.
060400      PERFORM WRITE-TALLY-LINE.
060500
060600*-----ONE TALLY LINE: THE LABEL IN XFR-TALLY-LABEL AND THE COUNT
060700*-----ALREADY EDITED INTO WS-RPT-CNT-ED.
060800 WRITE-TALLY-LINE.
060900      MOVE SPACES TO WS-RPT-LINE.
061000      STRING XFR-TALLY-LABEL DELIMITED BY SIZE
061100          WS-RPT-CNT-ED DELIMITED BY SIZE
061200          INTO WS-RPT-LINE.
061300      WRITE XFER-REPORT-RECORD FROM WS-RPT-LINE.
061400
061500*-----APPENDS THE AUDIT ENTRY FOR THE GENERATION IN XFR-ENTRY JUST
061600*-----LOADED OR REPLACED: THE REQUEST'S VERB IS THE ACTION, ITS
061700*-----USER ID IS WHO ASKED, AND THE KEY HAD AUDIT-BEFORE-CNT
061800*-----RECORDS BEFORE AND ONE AFTER.
061900 WRITE-AUDIT-ENTRY.
062000      ACCEPT AUDIT-TIME-RAW FROM TIME.
062100      MOVE SPACES TO AUDIT-RECORD.
062200      MOVE RUN-DATE-STAMP TO AUD-DATE.
062300      MOVE AUDIT-TIME-STAMP TO AUD-TIME.
062400      MOVE 'DDAXFER' TO AUD-PROGRAM.
062500      MOVE REQ-USER-ID TO AUD-USER-ID.
062600      MOVE REQ-VERB TO AUD-ACTION.
062700      MOVE XFE-DRAWING-NAME TO AUD-KEY-NAME.
062800      MOVE XFE-GENERATION TO AUD-KEY-GEN.
062900      MOVE AUDIT-BEFORE-CNT TO AUD-BEFORE-CNT.
063000      MOVE 1 TO AUD-AFTER-CNT.
063100      MOVE AUDIT-OLD-STATUS TO AUD-BEFORE-STATUS.
063200      MOVE XFE-RELEASE-STATUS TO AUD-AFTER-STATUS.
063300      WRITE AUDIT-RECORD.
