001200*                                         SHOWING ITS NEWEST
001300*                                         GENERATION AND HOW MANY
001400*                                         ARE ON FILE
001500*     'HISTORY name' (NAME FROM COL 9)  - RUN DATE AND RELEASE
001600*                                         STATUS PER GENERATION
001700*                                         TO catlist.txt
001800*     A DRAWING NAME                    - REPRINT TO catprint.txt
001900*                                         OF THE NEWEST
002000*                                         GENERATION, OR OF THE
002200*                                         GIVEN IN COLS 42-44
002300* THE DRAWING NAME IS THE OUTPUT FILE NAME THE DRAWING WAS
002400* ORIGINALLY RUN UNDER, WHICH LEADS THE CATALOG KEY.
002416* A REPRINT MAY CARRY THE REQUESTING USER'S ID IN COLS 46-53.
002432* EVERY REPRINT GOES ON THE SHARED APPEND-ONLY AUDIT TRAIL
002448* audit.txt WITH THE GENERATION PRINTED AND HOW MANY ARE ON FILE;
002464* WHEN THE AUDIT TRAIL CANNOT BE OPENED THE REPRINT STILL GOES OUT
002480* BUT THE RUN ENDS WITH CONDITION CODE 8.
002500*
002600* THE CATALOG RECORD LAYOUT IS ALSO CODED IN DDA, DDACATM,
002677* DDACOMP, DDAAPPRV, DDAXFER, AND DDAIMPCT -- ALL SEVEN MUST BE
002754* KEPT IN STEP.
002833* THE AUDIT RECORD LAYOUT IS ALSO CODED IN DDA, DDACATM,
002855* DDASHLIB, DDAAPPRV, DDAXFER, AND DDAAUDIT -- ALL SEVEN MUST BE
002877* KEPT IN STEP.
002900*---------------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100
005200          ASSIGN TO DISK
005300          ORGANIZATION IS LINE SEQUENTIAL
005400          FILE STATUS IS PRINT-STATUS.
005416
005432     SELECT AUDIT-FILE
005448          ASSIGN TO DISK
005464          ORGANIZATION IS LINE SEQUENTIAL
005480          FILE STATUS IS AUDIT-STATUS.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
007200     03  CAT-STEEP-CNT               PIC 9(5).
007300     03  CAT-SHALLOW-CNT             PIC 9(5).
007400     03  CAT-TITLE                   PIC X(60).
007410*-----RELEASE STATUS: 'DRAFT' WHEN THE GENERATION IS ARCHIVED,
007420*-----THEN 'APPROVED' OR 'REJECTED' BY DDAAPPRV, WHICH ALSO
007430*-----STAMPS WHO SIGNED IT OFF AND WHEN (yyyymmdd).
007440     03  CAT-RELEASE-STATUS          PIC X(8).
007450         88 CAT-IS-APPROVED               VALUE 'APPROVED'.
007460     03  CAT-APPROVER-ID             PIC X(8).
007470     03  CAT-APPROVAL-DATE           PIC X(8).
007500     03  CAT-BUFFER                  PIC X(40000).
007600
007700 FD  REQUEST-FILE
008100     03  REQ-NAME                    PIC X(40).
008200     03  FILLER                      PIC X(01).
008300     03  REQ-GEN                     PIC X(3).
008333     03  FILLER                      PIC X(01).
008366     03  REQ-USER-ID                 PIC X(8).
008400     03  FILLER                      PIC X(7).
008500*-----ALTERNATE VIEW OF REQUEST-RECORD FOR THE HISTORY REQUEST:
008600*-----THE VERB IN COLS 1-8, THE DRAWING NAME FROM COL 9.
008700 01  REQUEST-HIST-VIEW REDEFINES REQUEST-RECORD.
010400     03  PRINT-ROW-NUM               PIC ZZ9.
010500     03  FILLER                      PIC X VALUE SPACE.
010600     03  PRINT-GRID-PART             PIC X(200).
010603
010606*-----ONE AUDIT TRAIL ENTRY: WHEN, WHICH PROGRAM, WHO ASKED,
010609*-----WHAT WAS DONE, TO WHICH KEY (THE GENERATION WHEN ONE ENTRY
010612*-----IS MEANT, BLANK FOR THE NAME AS A WHOLE), AND HOW MANY
010613*-----RECORDS THE KEY HAD BEFORE AND AFTER -- AND, WHEN THE
010614*-----ENTRY CHANGES A GENERATION'S RELEASE STATUS, THE STATUS
010615*-----BEFORE AND AFTER (BLANK OTHERWISE).
010618 FD  AUDIT-FILE
010621     LABEL RECORDS ARE STANDARD
010624     VALUE OF FILE-ID IS "audit.txt".
010627 01  AUDIT-RECORD.
010630     03  AUD-DATE                    PIC X(8).
010633     03  FILLER                      PIC X(01).
010636     03  AUD-TIME                    PIC X(6).
010639     03  FILLER                      PIC X(01).
010642     03  AUD-PROGRAM                 PIC X(8).
010645     03  FILLER                      PIC X(01).
010648     03  AUD-USER-ID                 PIC X(8).
010651     03  FILLER                      PIC X(01).
010654     03  AUD-ACTION                  PIC X(8).
010657     03  FILLER                      PIC X(01).
010660     03  AUD-KEY-NAME                PIC X(40).
010663     03  FILLER                      PIC X(01).
010666     03  AUD-KEY-GEN                 PIC X(3).
010669     03  FILLER                      PIC X(01).
010672     03  AUD-BEFORE-CNT              PIC 9(5).
010675     03  FILLER                      PIC X(01).
010678     03  AUD-AFTER-CNT               PIC 9(5).
010682     03  FILLER                      PIC X(01).
010686     03  AUD-BEFORE-STATUS           PIC X(8).
010690     03  FILLER                      PIC X(01).
010694     03  AUD-AFTER-STATUS            PIC X(8).
010700
010800 WORKING-STORAGE SECTION.
010900 01  CATALOG-STATUS                  PIC XX.
011000 01  REQUEST-STATUS                  PIC XX.
011100 01  LIST-STATUS                     PIC XX.
011200 01  PRINT-STATUS                    PIC XX.
011250 01  AUDIT-STATUS                    PIC XX.
011300 01  REQUESTED-NAME                  PIC X(40).
011400 01  REQUESTED-GEN                   PIC X(3).
011450 01  REQUESTED-USER-ID               PIC X(8) VALUE SPACES.
011500 01  HISTORY-MODE-SW                 PIC X VALUE 'N'.
011600     88 REQUEST-IS-HISTORY                VALUE 'Y'.
011700 01  CATALOG-EOF-SW                  PIC X VALUE 'N'.
013000* BEFORE THE SCAN FOR THE NEWEST GENERATION READS PAST IT.
013100 01  WS-PRT-TITLE                    PIC X(60).
013110 01  WS-PRT-DATE                     PIC X(8).
013115 01  WS-PRT-GEN                      PIC 9(3).
013120* THE FOLLOWING VAR DRIVE THE PAGINATED REPRINT, THE SAME SHAPE
013130* DDA PRINTS: PAGE HEADINGS WITH TITLE, RUN DATE, AND PAGE AND
013140* STRIP NUMBERS; VERTICAL STRIPS WHEN THE CANVAS OUTRUNS THE
015000 01  LIST-TRAILER.
015100     03 FILLER                       PIC X(08) VALUE 'ENTRIES '.
015200     03 LT-ENTRY-CNT                 PIC ZZZZ9.
015216* THE AUDIT ENTRY STAMPS FOR A REPRINT.
015232 01  AUDIT-DATE-STAMP                PIC X(8).
015248 01  AUDIT-TIME-RAW.
015264     03 AUDIT-TIME-STAMP             PIC X(6).
015280     03 FILLER                       PIC X(2).
015300* THE HISTORY LINES: ONE PER GENERATION, OLDEST FIRST.
015400 01  HIST-HEADER.
015500     03 FILLER                       PIC X(12) VALUE
016100     03 FILLER                       PIC X(05) VALUE ' RUN '.
016200     03 HD-RUN-DATE                  PIC X(8).
016300     03 FILLER                       PIC X(01) VALUE SPACE.
016310     03 HD-RELEASE-STATUS            PIC X(8).
016320     03 FILLER                       PIC X(01) VALUE SPACE.
016400     03 HD-TITLE                     PIC X(60).
016500* THE GRID IMAGE UNPACKED FROM THE CATALOG ENTRY, SAME SHAPE AND
016600* SUBSCRIPTING AS DDA'S DRAWING BUFFER.
020600      ELSE
020700          MOVE REQ-NAME TO REQUESTED-NAME
020800          MOVE REQ-GEN TO REQUESTED-GEN.
020850      MOVE REQ-USER-ID TO REQUESTED-USER-ID.
020900      CLOSE REQUEST-FILE.
021000      IF REQUESTED-NAME = SPACES
021100          MOVE 'LIST' TO REQUESTED-NAME.
030600          GO TO LIST-HISTORY-DONE.
030700      MOVE CAT-GENERATION TO HD-GENERATION.
030800      MOVE CAT-RUN-DATE TO HD-RUN-DATE.
030810      MOVE CAT-RELEASE-STATUS TO HD-RELEASE-STATUS.
030900      MOVE CAT-TITLE TO HD-TITLE.
031000      WRITE LIST-RECORD FROM HIST-DETAIL.
031100      MOVE 'Y' TO ENTRY-FOUND-SW.
039620      GO TO REPRINT-STRIP-LOOP.
039630 REPRINT-STRIPS-DONE.
039700      CLOSE PRINT-FILE.
039750      PERFORM AUDIT-REPRINT THRU AUDIT-REPRINT-EXIT.
039800 REPRINT-ONE-DRAWING-EXIT.
039900      EXIT.
040000
040700      MOVE CAT-CANVAS-COLS TO CANVAS-COLS.
040800      MOVE CAT-TITLE TO WS-PRT-TITLE.
040810      MOVE CAT-RUN-DATE TO WS-PRT-DATE.
040855      MOVE CAT-GENERATION TO WS-PRT-GEN.
040900
040910*-----OPENS A PAGE OF THE REPRINT: THE HEADING LINE (THE RUN
040920*-----DATE IS THE ARCHIVED GENERATION'S, NOT TODAY'S), A BLANK
043200      MOVE 1 TO CUR-COL.
043300 BUILD-RULER-EXIT.
043400      EXIT.
043500
043600*-----FILES THE REPRINT ON THE AUDIT TRAIL: WHO ASKED, WHICH
043700*-----GENERATION WENT OUT, AND HOW MANY GENERATIONS OF THE DRAWING
043800*-----ARE ON FILE (A REPRINT CHANGES NOTHING, SO BEFORE AND AFTER
043900*-----AGREE). THE TRAIL IS OPENED FOR THIS ONE ENTRY AND CLOSED
044000*-----AGAIN; ONE THAT CANNOT BE OPENED FLAGS THE RUN.
044100 AUDIT-REPRINT.
044200      MOVE 0 TO NAME-GEN-CNT.
044300      MOVE 'N' TO CATALOG-EOF-SW.
044400      MOVE REQUESTED-NAME TO CAT-DRAWING-NAME.
044500      MOVE 0 TO CAT-GENERATION.
044600      START CATALOG-FILE KEY NOT < CAT-ENTRY-KEY
044700          INVALID KEY MOVE 'Y' TO CATALOG-EOF-SW.
044800 AUDIT-COUNT-LOOP.
044900      IF CATALOG-IS-EOF GO TO AUDIT-COUNT-DONE.
045000      READ CATALOG-FILE NEXT RECORD
045100          AT END MOVE 'Y' TO CATALOG-EOF-SW.
045200      IF CATALOG-IS-EOF GO TO AUDIT-COUNT-DONE.
045300      IF CAT-DRAWING-NAME NOT = REQUESTED-NAME
045400          GO TO AUDIT-COUNT-DONE.
045500      ADD 1 TO NAME-GEN-CNT.
045600      GO TO AUDIT-COUNT-LOOP.
045700 AUDIT-COUNT-DONE.
045800      OPEN EXTEND AUDIT-FILE.
045900*-----STATUS 35 MEANS NO AUDIT TRAIL YET -- START ONE.
046000      IF AUDIT-STATUS = '35'
046100          OPEN OUTPUT AUDIT-FILE.
046200      IF AUDIT-STATUS NOT = '00'
046300          DISPLAY 'DDACAT-W006 AUDIT TRAIL UNAVAILABLE, REPRINT '
046400              'NOT RECORDED'
046500          MOVE 8 TO RETURN-CODE
046600          GO TO AUDIT-REPRINT-EXIT.
046700      ACCEPT AUDIT-DATE-STAMP FROM DATE YYYYMMDD.
046800      ACCEPT AUDIT-TIME-RAW FROM TIME.
046900      MOVE SPACES TO AUDIT-RECORD.
047000      MOVE AUDIT-DATE-STAMP TO AUD-DATE.
047100      MOVE AUDIT-TIME-STAMP TO AUD-TIME.
047200      MOVE 'DDACAT' TO AUD-PROGRAM.
047300      MOVE REQUESTED-USER-ID TO AUD-USER-ID.
047400      MOVE 'REPRINT' TO AUD-ACTION.
047500      MOVE REQUESTED-NAME TO AUD-KEY-NAME.
047600      MOVE WS-PRT-GEN TO AUD-KEY-GEN.
047700      MOVE NAME-GEN-CNT TO AUD-BEFORE-CNT.
047800      MOVE NAME-GEN-CNT TO AUD-AFTER-CNT.
047900      WRITE AUDIT-RECORD.
048000      CLOSE AUDIT-FILE.
048100 AUDIT-REPRINT-EXIT.
048200      EXIT.
