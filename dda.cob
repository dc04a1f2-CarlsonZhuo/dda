002899         RECORD KEY IS CAT-ENTRY-KEY
002899         FILE STATUS IS CATALOG-STATUS.
002899
002899*-----THE LINEAGE FILE RECORDS WHAT EACH CATALOG GENERATION WAS
002899*-----BUILT FROM -- THE BASE DECK, EVERY OVERLAY DECK, EVERY
002899*-----SHAPE INCLUDED (WITH THE SHAPE'S CHANGE DATE AS OF THE
002899*-----RUN), EVERY VECTOR SOURCE READ BACK, AND THE CONTROL
002899*-----DIRECTIVES THE DRAWING RAN UNDER -- KEYED BY THE
002899*-----CATALOG KEY PLUS A SOURCE SEQUENCE. WRITTEN AS THE
002899*-----GENERATION IS FILED AND DROPPED AS IT IS PRUNED, SO THE
002899*-----COMPANION PROGRAM DDAIMPCT CAN TELL WHICH DRAWINGS A
002899*-----CHANGED SHAPE OR DECK HAS LEFT OUT OF DATE.
002899     SELECT LINEAGE-FILE
002899         ASSIGN TO "lineage.dat"
002899         ORGANIZATION IS INDEXED
002899         ACCESS MODE IS DYNAMIC
002899         RECORD KEY IS LIN-ENTRY-KEY
002899         FILE STATUS IS LINEAGE-STATUS.
002899
002899*-----A DECK OR VECTOR SOURCE NAMED IN THE LINEAGE, READ BACK
002899*-----WHOLE TO TAKE ITS RECORD COUNT AND HASH TOTAL AS THE
002899*-----GENERATION IS FILED. KEPT APART FROM INPUT-FILE SO THE
002899*-----FINGERPRINT NEVER DISTURBS A DECK BEING DRAWN.
002899     SELECT SOURCE-DECK-FILE
002899         ASSIGN TO DYNAMIC WS-SOURCE-FILENAME
002899         ORGANIZATION IS LINE SEQUENTIAL
002899         FILE STATUS IS SOURCE-DECK-STATUS.
002899
002899*-----THE EDIT REPORT LISTS EVERY RECORD-LEVEL PROBLEM FOUND BY A
002899*-----VALIDATE-ONLY RUN (FIRST CONTROL RECORD '*VALIDATE'), SO A
002899*-----NIGHT'S DECKS CAN BE CERTIFIED IN THE AFTERNOON WITHOUT
002899         ORGANIZATION IS LINE SEQUENTIAL
002899         FILE STATUS IS RUN-HIST-STATUS.
002899
002899*-----THE AUDIT TRAIL IS SHARED WITH THE CATALOG AND SHAPE LIBRARY
002899*-----MAINTENANCE PROGRAMS AND APPENDED ACROSS RUNS: EVERY CATALOG
002899*-----GENERATION FILED OR PRUNED GOES ON IT WITH WHO ASKED, WHEN,
002899*-----AND THE DRAWING'S GENERATION COUNT BEFORE AND AFTER. THE
002899*-----COMPANION PROGRAM DDAAUDIT REPORTS FROM IT.
002899     SELECT AUDIT-FILE
002899         ASSIGN TO DISK
002899         ORGANIZATION IS LINE SEQUENTIAL
002899         FILE STATUS IS AUDIT-STATUS.
002899*-----THE RUN LOG GETS ONE LINE PER DRAWING (THE NAMES RUN, OK OR
002899*-----SKIPPED, THE WARNING COUNTS, AND LINES DRAWN -- AN OVERLAY
002899*-----STACK FOLDS INTO ITS BASE DECK'S LINE) PLUS A TOTALS
003800
003900 FD  INPUT-FILE
004000     LABEL RECORDS ARE STANDARD.
004100*-----INPUT-RECORD AND ITS ALTERNATE VIEWS ARE ALSO CODED IN
004100*-----DDADECK, WHICH DECODES TWO VERSIONS OF A DECK TO COMPARE
004100*-----THEM -- THE TWO MUST BE KEPT IN STEP.
004200 01  INPUT-RECORD.
004300     03  POINTX OCCURS 2 TIMES.
004400     05  DIGIT-OF-POINTX             PIC 9.
004719 01  LAYER-RECORD.
004719     03  LAYER-MARKER                PIC X.
004719     03  LAYER-NAME                  PIC X(8).
004719*-----ANOTHER ALTERNATE VIEW OF INPUT-RECORD: A LEADING 'P' MARKS
004719*-----A PARAMETER RECORD DECLARING ONE NAMED VALUE (&REGION,
004719*-----&PERIOD ...) THE DECK'S 'T', 'L', AND 'X' RECORDS MAY USE
004719*-----IN PLACE OF LITERAL TEXT, WITH AN OPTIONAL DEFAULT. THE
004719*-----CONTROL FILE SUPPLIES THE VALUE PER DRAWING ON '*PARMS'
004719*-----RECORDS; THE DEFAULT STANDS IN WHEN IT DOES NOT. PARAMETER
004719*-----RECORDS COME FIRST IN THE DECK, AHEAD OF THE T/S/N
004719*-----HEADERS, AND ARE NOT COUNTED IN THE COUNT HEADER.
004719 01  PARM-DECL-RECORD.
004719     03  PARM-MARKER                 PIC X.
004719     03  PARM-AMPERSAND              PIC X.
004719     03  PARM-DECL-NAME              PIC X(8).
004719     03  FILLER                      PIC X.
004719     03  PARM-DEFAULT                PIC X(30).
004719*-----FULL-WIDTH VIEW OF THE INPUT RECORD AREA, SO A RECORD READ
004719*-----FROM THE SHAPE LIBRARY CAN BE MOVED IN WHOLE FOR THE
004719*-----ALTERNATE VIEWS ABOVE TO PICK APART.
004758     03  FILLER                      PIC X(40).
004758     03  CTL-PRINT-WIDTH             PIC 9(3).
004758     03  FILLER                      PIC X(37).
004758*-----ANOTHER ALTERNATE VIEW OF CONTROL-RECORD, FOR THE
004758*-----'*VIEWPORT' DIRECTIVE: THE WINDOW OF DECK COORDINATES TO
004758*-----SHOW RIDES IN THE OUTPUT-NAME COLUMNS AS FOUR THREE-DIGIT
004758*-----FIELDS -- LOW X, LOW Y, HIGH X, HIGH Y -- EACH FOLLOWED BY
004758*-----A SEPARATOR COLUMN THAT IS NOT READ (CONVENTIONALLY A
004758*-----COMMA), E.G. 010,005,030,015.
004758 01  CONTROL-VIEWPORT-RECORD.
004758     03  FILLER                      PIC X(40).
004758     03  CTL-VP-X-LO                 PIC 9(3).
004758     03  FILLER                      PIC X.
004758     03  CTL-VP-Y-LO                 PIC 9(3).
004758     03  FILLER                      PIC X.
004758     03  CTL-VP-X-HI                 PIC 9(3).
004758     03  FILLER                      PIC X.
004758     03  CTL-VP-Y-HI                 PIC 9(3).
004758     03  FILLER                      PIC X(25).
004758*-----ANOTHER ALTERNATE VIEW OF CONTROL-RECORD, FOR THE '*USER'
004758*-----DIRECTIVE: THE ID OF THE USER THE DRAWINGS BELOW IT ARE
004758*-----RUN FOR RIDES IN THE FIRST EIGHT OUTPUT-NAME COLUMNS, AND
004758*-----GOES ON THE AUDIT TRAIL WITH EVERY CATALOG CHANGE THEY MAKE.
004758 01  CONTROL-USER-RECORD.
004758     03  FILLER                      PIC X(40).
004758     03  CTL-USER-ID                 PIC X(8).
004758     03  FILLER                      PIC X(32).
004760
004770 FD  SUMMARY-FILE
004780     LABEL RECORDS ARE STANDARD.
004797    03  CKPT-XFORM-SCALE            PIC 9V99.
004797    03  CKPT-FIRST-PT-SW            PIC X.
004797    03  CKPT-CUR-LAYER              PIC X(8).
004797    03  CKPT-LIN-CNT                PIC 9(3).
004797    03  CKPT-VP-CLIP-CNT            PIC 9(5).
004797    03  CKPT-VP-PREV-X              PIC S9(7) SIGN LEADING
004797                                    SEPARATE.
004797    03  CKPT-VP-PREV-Y              PIC S9(7) SIGN LEADING
004797                                    SEPARATE.
004797    03  CKPT-VP-SHT-PREV-X          PIC S9(5) SIGN LEADING
004797                                    SEPARATE.
004797    03  CKPT-VP-SHT-PREV-Y          PIC S9(5) SIGN LEADING
004797                                    SEPARATE.
004797    03  CKPT-LIN-TABLE              PIC X(2750).
004797    03  CKPT-BUFFER                 PIC X(40000).
004797    03  CKPT-SHEET                  PIC X(10000).
004798
004798*-----ONE LIBRARY RECORD PER SHAPE SUB-DECK RECORD, IN SEQUENCE
004798*-----ORDER UNDER THE SHAPE'S NAME, EACH CARRYING THE DATE THE
004798
004798*-----ONE CATALOG ENTRY PER FINISHED GENERATION OF A DRAWING.
004798*-----GENERATION NUMBERS CLIMB FROM 001, SO THE HIGHEST ON FILE
004798*-----IS THE NEWEST. THE LAYOUT IS ALSO CODED IN DDACAT,
004798*-----DDACATM, DDACOMP, DDAAPPRV, DDAXFER, AND DDAIMPCT, WHICH
004798*-----READ THE CATALOG BACK -- ALL SEVEN MUST BE KEPT IN STEP.
004798*-----A CATALOG FILED BEFORE THE RELEASE STATUS, APPROVER, AND
004798*-----APPROVAL DATE WERE ADDED IS BROUGHT TO THIS LAYOUT BY A
004798*-----DDAXFER CONVERT RUN BEFORE ANY PROGRAM OPENS IT.
004798 FD  CATALOG-FILE
004798     LABEL RECORDS ARE STANDARD.
004798 01  CATALOG-RECORD.
004798     03  CAT-STEEP-CNT               PIC 9(5).
004798     03  CAT-SHALLOW-CNT             PIC 9(5).
004798     03  CAT-TITLE                   PIC X(60).
004798*-----RELEASE STATUS: 'DRAFT' WHEN THE GENERATION IS ARCHIVED,
004798*-----THEN 'APPROVED' OR 'REJECTED' BY DDAAPPRV, WHICH ALSO
004798*-----STAMPS WHO SIGNED IT OFF AND WHEN (yyyymmdd).
004798     03  CAT-RELEASE-STATUS          PIC X(8).
004798         88 CAT-IS-APPROVED               VALUE 'APPROVED'.
004798     03  CAT-APPROVER-ID             PIC X(8).
004798     03  CAT-APPROVAL-DATE           PIC X(8).
004798     03  CAT-BUFFER                  PIC X(40000).
004798
004798*-----ONE LINEAGE ENTRY PER SOURCE OF A CATALOG GENERATION, IN
004798*-----THE ORDER THE RUN FIRST TOUCHED THEM. TYPE IS 'BASE',
004798*-----'OVERLAY', 'SHAPE', 'VECSRC', OR 'CONTROL'. A SHAPE
004798*-----CARRIES ITS LIBRARY CHANGE DATE; A DECK OR VECTOR SOURCE
004798*-----CARRIES ITS RECORD COUNT AND HASH TOTAL. A CONTROL ENTRY
004798*-----IS A DIRECTIVE THE DRAWING RAN UNDER: THE OUTPUT-NAME
004798*-----COLUMNS OF THE CONTROL RECORD IN THE SOURCE NAME AND THE
004798*-----DIRECTIVE WORD, LESS ITS ASTERISK, IN THE SHAPE DATE (SEE
004798*-----LINEAGE-DIRECTIVE-RECORD).
004798*-----THE LAYOUT IS ALSO CODED IN DDAIMPCT AND DDACATM -- ALL
004798*-----THREE MUST BE KEPT IN STEP.
004798 FD  LINEAGE-FILE
004798     LABEL RECORDS ARE STANDARD.
004798 01  LINEAGE-RECORD.
004798     03  LIN-ENTRY-KEY.
004798         05  LIN-DRAWING-NAME        PIC X(40).
004798         05  LIN-GENERATION          PIC 9(3).
004798         05  LIN-SEQ                 PIC 9(3).
004798     03  LIN-SOURCE-TYPE             PIC X(7).
004798     03  LIN-SOURCE-NAME             PIC X(40).
004798     03  LIN-SHAPE-DATE              PIC X(8).
004798     03  LIN-SOURCE-RECS             PIC 9(5).
004798     03  LIN-SOURCE-HASH             PIC 9(18).
004798     03  LIN-RUN-DATE                PIC X(8).
004798*-----ALTERNATE VIEW OF LINEAGE-RECORD FOR A 'CONTROL' ENTRY.
004798 01  LINEAGE-DIRECTIVE-RECORD.
004798     03  FILLER                      PIC X(53).
004798     03  LIN-DIRECTIVE-VALUE         PIC X(40).
004798     03  LIN-DIRECTIVE-WORD          PIC X(8).
004798     03  FILLER                      PIC X(31).
004798
004798*-----A SOURCE BEING FINGERPRINTED IS READ AS SEVENTEEN BINARY
004798*-----FULLWORDS PER RECORD (ONE BYTE WIDER THAN THE LONGEST DECK
004798*-----RECORD, SO THE WHOLE IMAGE IS COVERED). THE WORDS ARE ONLY
004798*-----EVER SUMMED, NEVER SHOWN -- THE OLD HASH-TOTAL DEVICE --
004798*-----SO ANY CHANGED CHARACTER MOVES THE TOTAL. THE LAYOUT AND
004798*-----FINGERPRINT-SOURCE ARE ALSO CODED IN DDAIMPCT -- THE TWO
004798*-----MUST BE KEPT IN STEP.
004798 FD  SOURCE-DECK-FILE
004798     LABEL RECORDS ARE STANDARD.
004798 01  SOURCE-DECK-RECORD.
004798     03  SRC-HASH-WORD OCCURS 17 TIMES
004798                                     PIC S9(9) COMP.
004798
004798*-----ONE VECTOR EXPORT RECORD PER DRAWN ELEMENT, IN THE SAME
004798*-----ONE-BASED GRID SPACE THE SUMMARY'S BOUNDING BOX REPORTS.
004798*-----TYPE 'L' IS A DRAWN LINE (BOTH ENDPOINTS, PEN 'D'), 'M' IS
004798*-----A PEN-UP MOVE (FIRST POINT PAIR, PEN 'M'), 'C' IS A CIRCLE
004798*-----(CENTER IN THE FIRST PAIR, RADIUS IN THE THIRD FIELD). A
004798*-----CIRCLE A VIEWPORT WINDOW CUTS IS WRITTEN AS THE 'L' LINES OF
004798*-----ITS VISIBLE ARCS INSTEAD, SO NOTHING OUTSIDE THE WINDOW IS
004798*-----EXPORTED. THE COORDINATES CARRY A SEPARATE LEADING SIGN
004798*-----BECAUSE A TRANSFORM CAN RESOLVE A CIRCLE CENTER OFF EITHER
004798*-----EDGE.
004798 FD  VECTOR-FILE
004798     LABEL RECORDS ARE STANDARD.
004798 01  VECTOR-RECORD.
004798     03  VEC-PEN                     PIC X.
004798     03  VEC-SYMBOL                  PIC X.
004798
004798*-----ONE AUDIT TRAIL ENTRY: WHEN, WHICH PROGRAM, WHO ASKED,
004798*-----WHAT WAS DONE, TO WHICH KEY (THE GENERATION WHEN ONE ENTRY
004798*-----IS MEANT, BLANK FOR THE NAME AS A WHOLE), AND HOW MANY
004798*-----RECORDS THE KEY HAD BEFORE AND AFTER -- AND, WHEN THE
004798*-----ENTRY CHANGES A GENERATION'S RELEASE STATUS, THE STATUS
004798*-----BEFORE AND AFTER (BLANK OTHERWISE). THE LAYOUT IS ALSO
004798*-----CODED IN DDACATM, DDASHLIB, DDACAT, DDAAPPRV, DDAXFER, AND
004798*-----DDAAUDIT -- ALL SEVEN MUST BE KEPT IN STEP.
004798 FD  AUDIT-FILE
004798     LABEL RECORDS ARE STANDARD
004798     VALUE OF FILE-ID IS "audit.txt".
004798 01  AUDIT-RECORD.
004798     03  AUD-DATE                    PIC X(8).
004798     03  FILLER                      PIC X(01).
004798     03  AUD-TIME                    PIC X(6).
004798     03  FILLER                      PIC X(01).
004798     03  AUD-PROGRAM                 PIC X(8).
004798     03  FILLER                      PIC X(01).
004798     03  AUD-USER-ID                 PIC X(8).
004798     03  FILLER                      PIC X(01).
004798     03  AUD-ACTION                  PIC X(8).
004798     03  FILLER                      PIC X(01).
004798     03  AUD-KEY-NAME                PIC X(40).
004798     03  FILLER                      PIC X(01).
004798     03  AUD-KEY-GEN                 PIC X(3).
004798     03  FILLER                      PIC X(01).
004798     03  AUD-BEFORE-CNT              PIC 9(5).
004798     03  FILLER                      PIC X(01).
004798     03  AUD-AFTER-CNT               PIC 9(5).
004798     03  FILLER                      PIC X(01).
004798     03  AUD-BEFORE-STATUS           PIC X(8).
004798     03  FILLER                      PIC X(01).
004798     03  AUD-AFTER-STATUS            PIC X(8).
004798
004798*-----ONE VECTOR EXPORT RECORD BEING READ BACK IN. SAME LAYOUT AS
004798*-----VECTOR-RECORD ABOVE -- THE TWO MUST BE KEPT IN STEP -- BUT
004798*-----UNDER ITS OWN FD SO A RE-RENDERING RUN CAN EXPORT ITS OWN
005117     03 SELECTED-LAYER OCCURS 10 TIMES
005117                                     PIC X(8).
005117 01  LAYER-IDX                       PIC 9(2).
005117* THE OUTPUT-NAME COLUMNS OF THE LAST '*LAYERS' RECORD, AS
005117* WRITTEN, FOR THE DRAWING'S LINEAGE.
005117 01  LAYER-SELECTION-TEXT            PIC X(40) VALUE SPACES.
005117 01  LAYER-SELECTED-SW               PIC X VALUE 'Y'.
005117     88 LAYER-IS-SELECTED                VALUE 'Y'.
005117* HOLDS THE DECK'S LAYER WHILE A SHAPE SUB-DECK SETS ITS OWN, SO
005117     03 FILLER                       PIC X(01) VALUE SPACE.
005117     03 ER-DIAG                      PIC X(45).
005117* THE VECTOR EXPORT IS SWITCHED ON FOR THE REST OF THE BATCH BY
005117* A '*VECTOR' CONTROL RECORD (OFF AGAIN BY ONE READING 'OFF' IN
005117* THE OUTPUT-NAME COLUMNS); THE FILE NAME FOLLOWS EACH
005117* DRAWING'S OUTPUT FILE THE WAY THE SUMMARY NAME DOES.
005117 01  VECTOR-MODE-SW                  PIC X VALUE 'N'.
005117     88 VECTOR-EXPORT-ON                 VALUE 'Y'.
005117* EACH RERUN FILES A NEW GENERATION; THE OLDEST ARE PRUNED SO AT
005117* MOST CATALOG-KEEP-GENS PRIOR GENERATIONS STAY BEHIND THE
005117* NEWEST. THE '*GENERATIONS' CONTROL RECORD RESETS THE KEEP
005117* COUNT FOR THE DRAWINGS BELOW IT. THE NEWEST APPROVED
005117* GENERATION IS NEVER PRUNED -- IT STAYS OVER AND ABOVE THE KEEP
005117* COUNT -- SO CAT-APPROVED-GEN HOLDS IT (ZERO WHEN NONE) AND
005117* CAT-APPROVED-POS ITS PLACE, OLDEST FIRST, AMONG THE PRIORS.
005117 01  CATALOG-STATUS                  PIC XX.
005117 01  RUN-DATE-STAMP                  PIC X(8).
005117 01  CATALOG-KEEP-GENS               PIC 9(3) VALUE 3.
005117 01  CAT-HIGH-GEN                    PIC 9(3).
005117 01  CAT-GEN-CNT                     PIC 9(3).
005117 01  CAT-PRUNE-CNT                   PIC S9(3).
005117 01  CAT-APPROVED-GEN                PIC 9(3).
005117 01  CAT-APPROVED-POS                PIC 9(3).
005117 01  CAT-SCAN-EOF-SW                 PIC X.
005117     88 CAT-SCAN-DONE                    VALUE 'Y'.
005117* THE FOLLOWING VAR DRIVE THE AUDIT TRAIL OF CATALOG CHANGES. THE
005117* USER ID IS THE ONE THE LAST '*USER' CONTROL RECORD NAMED (BLANK
005117* UNTIL ONE DOES); THE DROP COUNT TALLIES THE GENERATIONS ONE
005117* ARCHIVE PRUNES, SO THE PRUNE GOES ON THE TRAIL AS ONE ENTRY.
005117 01  AUDIT-STATUS                    PIC XX.
005117 01  AUDIT-OPEN-SW                   PIC X VALUE 'N'.
005117     88 AUDIT-IS-OPEN                    VALUE 'Y'.
005117 01  AUDIT-USER-ID                   PIC X(8) VALUE SPACES.
005117 01  AUDIT-DATE-STAMP                PIC X(8).
005117 01  AUDIT-TIME-RAW.
005117     03 AUDIT-TIME-STAMP             PIC X(6).
005117     03 FILLER                       PIC X(2).
005117 01  AUDIT-ACTION                    PIC X(8).
005117 01  AUDIT-KEY-GEN                   PIC 9(3).
005117 01  AUDIT-BEFORE-CNT                PIC 9(5).
005117 01  AUDIT-AFTER-CNT                 PIC 9(5).
005117 01  AUDIT-DROP-CNT                  PIC 9(3).
005117* THE FOLLOWING VAR SUPPORT THE DRAWING LINEAGE. EVERY SOURCE THE
005117* OPEN DRAWING TOUCHES IS NOTED ONCE IN THE TABLE (RESET PER BASE
005117* DECK, CARRIED ACROSS A CHECKPOINT RESTART) AND FILED UNDER THE
005117* NEW CATALOG GENERATION BY ARCHIVE-TO-CATALOG. THE NEW-LIN
005117* FIELDS CARRY ONE SOURCE INTO NOTE-LINEAGE-SOURCE.
005117 01  LINEAGE-STATUS                  PIC XX.
005117 01  LINEAGE-OPEN-SW                 PIC X VALUE 'N'.
005117     88 LINEAGE-IS-OPEN                  VALUE 'Y'.
005117 01  LIN-ENTRY-CNT                   PIC 9(3) VALUE 0.
005117 01  LIN-IDX                         PIC 9(3).
005117 01  LIN-DROP-GEN                    PIC 9(3).
005117 01  LIN-SCAN-EOF-SW                 PIC X.
005117     88 LIN-SCAN-DONE                    VALUE 'Y'.
005117 01  LINEAGE-TABLE.
005117     03 LINEAGE-ENTRY OCCURS 50 TIMES.
005117          05 LT-SOURCE-TYPE          PIC X(7).
005117          05 LT-SOURCE-NAME          PIC X(40).
005117          05 LT-SHAPE-DATE           PIC X(8).
005117 01  NEW-LIN-TYPE                    PIC X(7).
005117 01  NEW-LIN-NAME                    PIC X(40).
005117 01  NEW-LIN-DATE                    PIC X(8).
005117* A DIRECTIVE THE DRAWING RUNS UNDER IS NOTED AS A 'CONTROL'
005117* SOURCE: THE STANDING DIRECTIVES ('*VECTOR', '*LAYERS',
005117* '*WIDTH', '*VIEWPORT', '*USER') AS THE BASE DECK STARTS, THE
005117* '*PARMS' RECORDS AFTER THE DECK THEY BELONG TO, AND ANY
005117* STANDING DIRECTIVE ARRIVING MID-STACK WHERE IT FALLS -- SO
005117* DDAIMPCT CAN REBUILD THE DRAWING'S CONTROL RECORDS EXACTLY.
005117* THE '*PARMS' RECORDS TAKEN UP WITH A DECK ARE HELD UNTIL THE
005117* DECK'S OWN ENTRY IS NOTED.
005117 01  HELD-PARMS-CNT                  PIC 9(2) VALUE 0.
005117 01  HELD-PARMS-IDX                  PIC 9(2).
005117 01  HELD-PARMS-TABLE.
005117     03 HELD-PARMS-TEXT OCCURS 10 TIMES
005117                                     PIC X(40).
005117 01  LIN-DIRECTIVE-STAR              PIC X(8).
005117 01  LIN-WIDTH-VALUE.
005117     03 LIN-WIDTH                    PIC 9(3).
005117     03 FILLER                       PIC X(37) VALUE SPACES.
005117 01  LIN-VIEWPORT-VALUE.
005117     03 LIN-VP-X-LO                  PIC 9(3).
005117     03 FILLER                       PIC X VALUE ','.
005117     03 LIN-VP-Y-LO                  PIC 9(3).
005117     03 FILLER                       PIC X VALUE ','.
005117     03 LIN-VP-X-HI                  PIC 9(3).
005117     03 FILLER                       PIC X VALUE ','.
005117     03 LIN-VP-Y-HI                  PIC 9(3).
005117     03 FILLER                       PIC X(25) VALUE SPACES.
005117* THE FOLLOWING VAR TAKE A SOURCE FILE'S FINGERPRINT. EACH
005117* RECORD'S WORDS ARE WEIGHTED BY THEIR POSITION AND BY THE
005117* RECORD'S PLACE IN THE FILE, SO TWO RECORDS SWAPPED END FOR END
005117* DO NOT CANCEL OUT IN THE TOTAL.
005117 01  WS-SOURCE-FILENAME              PIC X(40).
005117 01  SOURCE-DECK-STATUS              PIC XX.
005117 01  SOURCE-EOF-SW                   PIC X VALUE 'N'.
005117     88 SOURCE-IS-EOF                    VALUE 'Y'.
005117 01  SOURCE-FOUND-SW                 PIC X VALUE 'N'.
005117     88 SOURCE-WAS-FOUND                 VALUE 'Y'.
005117 01  SRC-REC-CNT                     PIC 9(5).
005117 01  SRC-HASH-TOTAL                  PIC 9(18).
005117 01  SRC-WORD-IDX                    PIC 9(2).
005117 01  SRC-REC-WEIGHT                  PIC 9(2).
005117 01  SRC-WORK-QUOT                   PIC 9(5).
005117 01  EDIT-RPT-TRAILER.
005117     03 FILLER                       PIC X(14) VALUE
005117        'DECKS CHECKED '.
005117 01  XFORM-WORK-Y                    PIC S9(5).
005117 01  XFORM-X-ED                      PIC ----9.
005117 01  XFORM-Y-ED                      PIC ----9.
005117* THE FOLLOWING VAR DRIVE THE VIEWPORT. THE WINDOW IS INSTALLED
005117* BY THE LAST '*VIEWPORT' CONTROL RECORD (NONE WHEN A BATCH
005117* STARTS) IN DECK COORDINATES -- ZERO-BASED, AFTER ANY 'X'
005117* TRANSFORM, I.E. WHERE THE OVERVIEW SHEET PUTS THEM. THE
005117* WINDOW IS BLOWN UP BY ONE SCALE ON BOTH AXES TO FILL AS MUCH
005117* OF THE CANVAS AS IT CAN, AND ITS IMAGE RUNS FROM CELL 1 TO
005117* VP-COL-HI/VP-ROW-HI. VP-PREV/VP-NEW HOLD THE PEN'S LAST AND
005117* NEXT POSITIONS ON THAT SCALE WHETHER OR NOT THEY FALL IN THE
005117* WINDOW, SO A LINE CROSSING THE EDGE CAN BE CUT TO ITS VISIBLE
005117* PART; THE CLIP FIELDS CARRY THE CUT (PARAMETRIC, 0 TO 1 ALONG
005117* THE SEGMENT). A POINT OUTSIDE THE WINDOW IS COUNTED IN
005117* VP-CLIPPED-CNT FOR THE SUMMARY -- IT IS NOT A RANGE ERROR.
005117 01  VIEWPORT-SW                     PIC X VALUE 'N'.
005117     88 VIEWPORT-IS-ACTIVE               VALUE 'Y'.
005117 01  VP-X-LO                         PIC 9(3).
005117 01  VP-Y-LO                         PIC 9(3).
005117 01  VP-X-HI                         PIC 9(3).
005117 01  VP-Y-HI                         PIC 9(3).
005117 01  VP-WIDE                         PIC 9(3).
005117 01  VP-HIGH                         PIC 9(3).
005117 01  VP-SCALE                        PIC 9(3)V99.
005117 01  VP-SCALE-Y                      PIC 9(3)V99.
005117 01  VP-COL-HI                       PIC 9(3).
005117 01  VP-ROW-HI                       PIC 9(3).
005117 01  VP-CLIPPED-CNT                  PIC 9(5) VALUE 0.
005117 01  VP-OUTSIDE-SW                   PIC X VALUE 'N'.
005117     88 VP-POINT-OUTSIDE                 VALUE 'Y'.
005117 01  VP-PREV-X                       PIC S9(7).
005117 01  VP-PREV-Y                       PIC S9(7).
005117 01  VP-NEW-X                        PIC S9(7).
005117 01  VP-NEW-Y                        PIC S9(7).
005117 01  VP-CLIP-DX                      PIC S9(7).
005117 01  VP-CLIP-DY                      PIC S9(7).
005117 01  VP-CLIP-P                       PIC S9(7).
005117 01  VP-CLIP-Q                       PIC S9(7).
005117 01  VP-CLIP-R                       PIC S9(7)V9(6).
005117 01  VP-CLIP-T0                      PIC S9(5)V9(6).
005117 01  VP-CLIP-T1                      PIC S9(5)V9(6).
005117 01  VP-VISIBLE-SW                   PIC X.
005117     88 VP-SEGMENT-VISIBLE               VALUE 'Y'.
005117* A CIRCLE BLOWN UP BY THE VIEWPORT CAN BE TOO FAR OFF THE WINDOW
005117* TO TOUCH IT AT ALL; THEN IT IS NEITHER PLOTTED NOR EXPORTED.
005117 01  VP-CIR-RADIUS                   PIC 9(7).
005117 01  VP-CIRCLE-GONE-SW               PIC X VALUE 'N'.
005117     88 VP-CIRCLE-IS-GONE                VALUE 'Y'.
005117 01  VP-WINDOW-ED                    PIC 999.
005117 01  VP-WINDOW-ED2                   PIC 999.
005117* UNDER A VIEWPORT THE FULL SHEET IS KEPT AS WELL, IN VP-SHEET, AS
005117* THE DRAWING WOULD STAND WITHOUT THE WINDOW: LINES, CIRCLES,
005117* LABELS, AND FILLS AT THE SHEET'S OWN SCALE, PEN AT VP-SHT-PREV.
005117* NOTHING IS PRINTED FROM IT -- IT TELLS A FILL WHICH CELLS OF THE
005117* WINDOW BELONG TO ITS REGION, HOWEVER THE REGION REACHES THE
005117* WINDOW. THE SWITCH POINTS THE CIRCLE PLOT AND THE FLOOD AT THE
005117* SHEET INSTEAD OF THE BUFFER.
005117 01  VP-SHEET.
005117     03 VP-SHEET-ROW OCCURS 100 TIMES.
005117          05 VP-SHEET-POINT OCCURS 100 TIMES PIC X.
005117 01  VP-SHEET-SW                     PIC X VALUE 'N'.
005117     88 VP-WORKING-ON-SHEET              VALUE 'Y'.
005117 01  VP-SHT-PREV-X                   PIC S9(5).
005117 01  VP-SHT-PREV-Y                   PIC S9(5).
005117 01  VP-SHT-DX                       PIC S9(5).
005117 01  VP-SHT-DY                       PIC S9(5).
005117 01  VP-SHT-STEPS                    PIC 9(5).
005117 01  VP-SHT-STEP                     PIC 9(5).
005117 01  VP-SHT-FRAC                     PIC S9(5)V9(6).
005117 01  VP-SHT-ROW                      PIC S9(5).
005117 01  VP-SHT-COL                      PIC S9(5).
005117* A FILL UNDER A VIEWPORT MARKS ITS REGION ON THE SHEET WITH
005117* VP-FILL-MARK, THEN SEEDS THE WINDOW FROM EVERY EMPTY WINDOW CELL
005117* WHOSE SHEET CELL AND ALL EIGHT NEIGHBORS CARRY THE MARK.
005117 01  VP-FILL-MARK                    PIC X VALUE LOW-VALUE.
005117 01  VP-FILL-SEED-CNT                PIC 9(5).
005117 01  VP-WIN-ROW                      PIC 9(3).
005117 01  VP-WIN-COL                      PIC 9(3).
005117 01  VP-NBR-ROW                      PIC S9(5).
005117 01  VP-NBR-COL                      PIC S9(5).
005117* A CIRCLE THE WINDOW CUTS IS EXPORTED AS THE STRAIGHT RUNS OF ITS
005117* PLOTTED POINTS, AN OCTANT AT A TIME, EACH RUN CUT TO THE WINDOW.
005117* AN OCTANT ENTRY GIVES THE SIGNS ON X AND Y AND WHETHER THE
005117* MIDPOINT OFFSETS ARE TAKEN SWAPPED. A RUN IS 'H' WHILE EACH STEP
005117* MOVES ONE OFFSET ONLY, 'D' WHILE IT MOVES BOTH. THE PEN AND THE
005117* POINT FIELDS ARE PUT BACK AFTERWARD.
005117 01  VP-ARC-OCTANT-VALUES            PIC X(24)
005117             VALUE '++N++Y-+N-+Y+-N+-Y--N--Y'.
005117 01  VP-ARC-OCTANT-TABLE REDEFINES VP-ARC-OCTANT-VALUES.
005117     03 VP-ARC-OCTANT-ENTRY OCCURS 8 TIMES.
005117          05 VP-ARC-SIGN-X           PIC X.
005117          05 VP-ARC-SIGN-Y           PIC X.
005117          05 VP-ARC-SWAP             PIC X.
005117 01  VP-ARC-OCT                      PIC 9(2).
005117 01  VP-ARC-DX                       PIC S9(5).
005117 01  VP-ARC-DY                       PIC S9(5).
005117 01  VP-ARC-PT-X                     PIC S9(5).
005117 01  VP-ARC-PT-Y                     PIC S9(5).
005117 01  VP-ARC-X1                       PIC S9(5).
005117 01  VP-ARC-Y1                       PIC S9(5).
005117 01  VP-ARC-LAST-Y                   PIC S9(4).
005117 01  VP-ARC-RUN-DIR                  PIC X.
005117 01  VP-ARC-STEP-DIR                 PIC X.
005117 01  VP-ARC-SAVE-PREV-X              PIC S9(7).
005117 01  VP-ARC-SAVE-PREV-Y              PIC S9(7).
005117 01  VP-ARC-SAVE-1X                  PIC 9(3).
005117 01  VP-ARC-SAVE-1Y                  PIC 9(3).
005117 01  VP-ARC-SAVE-2X                  PIC 9(3).
005117 01  VP-ARC-SAVE-2Y                  PIC 9(3).
005117* THE FOLLOWING VAR DRIVE DECK PARAMETERS. CTL-PARM-TABLE HOLDS
005117* THE NAME=VALUE PAIRS OFF THE '*PARMS' RECORDS FOLLOWING THE
005117* CONTROL RECORD NOW RUNNING; PARM-TABLE HOLDS THE PARAMETERS
005117* THE DRAWING'S DECKS DECLARED, EACH WITH THE VALUE IT RESOLVED
005117* TO AND WHERE THAT CAME FROM ('CONTROL', 'DEFAULT', OR SPACES
005117* WHEN NEITHER SUPPLIED ONE). SUBSTITUTE-PARAMETERS REBUILDS A
005117* RECORD IMAGE CHARACTER BY CHARACTER IN THE WORK AREAS BELOW.
005117* THE RECORD THAT ENDED A RUN OF '*PARMS' RECORDS IS HELD IN
005117* PENDING-CONTROL-RECORD FOR THE BATCH LOOP TO TAKE NEXT.
005117 01  CTL-PARM-CNT                    PIC 9(2) VALUE 0.
005117 01  CTL-PARM-TABLE.
005117     03  CTL-PARM-ENTRY OCCURS 20 TIMES.
005117         05  CTL-PARM-NAME           PIC X(8).
005117         05  CTL-PARM-VALUE          PIC X(30).
005117 01  CTL-PARM-ITEM-TABLE.
005117     03  CTL-PARM-ITEM OCCURS 5 TIMES
005117                                     PIC X(40).
005117 01  CTL-PARM-ITEM-IDX               PIC 9(2).
005117 01  CTL-PARM-PIECE-1                PIC X(30).
005117 01  CTL-PARM-PIECE-2                PIC X(30).
005117 01  CTL-PARM-PIECE-3                PIC X(30).
005117 01  HELD-CONTROL-RECORD             PIC X(80).
005117 01  PENDING-CONTROL-RECORD          PIC X(80).
005117 01  CONTROL-PENDING-SW              PIC X VALUE 'N'.
005117     88 CONTROL-IS-PENDING               VALUE 'Y'.
005117 01  PARM-CNT                        PIC 9(2) VALUE 0.
005117 01  PARM-TABLE.
005117     03  PARM-ENTRY OCCURS 20 TIMES.
005117         05  PARM-NAME               PIC X(8).
005117         05  PARM-VALUE              PIC X(30).
005117         05  PARM-SOURCE             PIC X(7).
005117         05  PARM-WARNED-SW          PIC X.
005117 01  PARM-IDX                        PIC 9(2).
005117 01  PARM-KEY                        PIC X(8).
005117 01  CTL-PARM-IDX                    PIC 9(2).
005117 01  PARM-FOUND-SW                   PIC X VALUE 'N'.
005117     88 PARM-WAS-FOUND                   VALUE 'Y'.
005117 01  PARM-BAD-SW                     PIC X VALUE 'N'.
005117     88 PARM-DECL-IS-BAD                 VALUE 'Y'.
005117 01  PARM-MISSING-SW                 PIC X VALUE 'N'.
005117     88 PARM-WAS-MISSING                 VALUE 'Y'.
005117 01  PARM-MISSING-NAME               PIC X(8).
005117 01  DECK-PARM-REC-CNT               PIC 9(2) VALUE 0.
005117 01  PARM-SKIP-CNT                   PIC 9(2).
005117 01  PARM-RECORD-WORK.
005117     03  PARM-SRC-CHAR OCCURS 67 TIMES
005117                                     PIC X.
005117 01  PARM-RESULT-WORK.
005117     03  PARM-RES-CHAR OCCURS 67 TIMES
005117                                     PIC X.
005117 01  PARM-NAME-WORK.
005117     03  PARM-NAME-CHAR OCCURS 8 TIMES
005117                                     PIC X.
005117 01  PARM-VALUE-WORK.
005117     03  PARM-VAL-CHAR OCCURS 30 TIMES
005117                                     PIC X.
005117 01  PARM-SRC-IDX                    PIC 9(3).
005117 01  PARM-RES-IDX                    PIC 9(3).
005117 01  PARM-NEXT-IDX                   PIC 9(3).
005117 01  PARM-REF-START                  PIC 9(3).
005117 01  PARM-NAME-LEN                   PIC 9(2).
005117 01  PARM-VAL-LEN                    PIC 9(2).
005117 01  PARM-VAL-IDX                    PIC 9(2).
005117 01  PARM-PUT-CHAR                   PIC X.
005117 01  PARM-SCAN-CHAR                  PIC X.
005117     88 PARM-SCAN-IS-NAME-CHAR           VALUE 'A' THRU 'Z'
005117                                           '0' THRU '9'.
005117* THE FOLLOWING VAR DRIVE THE FLOOD FILL. CELLS TO VISIT ARE KEPT
005117* ON AN EXPLICIT STACK; A CELL IS MARKED WITH THE FILL SYMBOL THE
005117* MOMENT IT IS STACKED, SO NO CELL IS EVER STACKED TWICE AND THE
006908 01  DRAW-SYMBOL                     PIC X VALUE '*'.
006910* THE FOLLOWING VAR ARE FOR DRAWING CIRCLES VIA THE MIDPOINT
006911* CIRCLE ALGORITHM.
006912*-----SIGNED, AND WIDER THAN THE RECORD FIELDS, SO A TRANSFORM
006913*-----OR A VIEWPORT BLOW-UP CAN PUSH A CENTER OFF EITHER EDGE
006914*-----(CIR-PLOT-ONE CLIPS THE POINTS) AND SCALE A RADIUS UP
006914*-----WITHOUT TRUNCATING.
006912 01  CIR-CTR-X                       PIC S9(5).
006913 01  CIR-CTR-Y                       PIC S9(5).
006914 01  CIR-RADIUS                      PIC 9(4).
006915 01  CIR-X                           PIC 9(4).
006916 01  CIR-Y                           PIC S9(4).
008859          PERFORM READ-BATCH-RESTART
008859              THRU READ-BATCH-RESTART-EXIT
008859          PERFORM OPEN-RUN-HISTORY
008859              THRU OPEN-RUN-HISTORY-EXIT
008859          PERFORM OPEN-AUDIT-TRAIL
008859              THRU OPEN-AUDIT-TRAIL-EXIT.
008860 BATCH-LOOP.
008861      IF CONTROL-IS-EOF GO TO BATCH-LOOP-END.
008865*-----A '*VECTOR' CONTROL RECORD SWITCHES THE VECTOR EXPORT ON
008865*-----FOR EVERY DRAWING BELOW IT, OR OFF WHEN IT READS 'OFF'.
008865*-----THIS AND THE NEXT TWO DIRECTIVES DO NOT FINISH THE OPEN
008865*-----DRAWING, SO ONE ARRIVING MID-STACK GOES ON ITS LINEAGE.
008867      IF CTL-INPUT-NAME = '*VECTOR'
008867          IF CTL-OUTPUT-NAME = 'OFF'
008867              MOVE 'N' TO VECTOR-MODE-SW
008867          ELSE
008867              MOVE 'Y' TO VECTOR-MODE-SW.
008867      IF CTL-INPUT-NAME = '*VECTOR'
008867          PERFORM NOTE-OPEN-DIRECTIVE
008869          GO TO BATCH-LOOP-NEXT.
008869*-----A '*LAYERS' CONTROL RECORD INSTALLS THE LAYER SELECTION FOR
008869*-----EVERY DRAWING BELOW IT -- THE LAYER NAMES RIDE IN THE
008869      IF CTL-INPUT-NAME = '*LAYERS'
008869          PERFORM SET-LAYER-SELECTION
008869              THRU SET-LAYER-SELECTION-EXIT
008869          PERFORM NOTE-OPEN-DIRECTIVE
008869          GO TO BATCH-LOOP-NEXT.
008869*-----A '*GENERATIONS' CONTROL RECORD RESETS HOW MANY PRIOR
008869*-----CATALOG GENERATIONS EACH DRAWING BELOW IT RETAINS.
008869*-----THE PAGINATED PRINT WORKS TO FOR THE DRAWINGS BELOW IT.
008869      IF CTL-INPUT-NAME = '*WIDTH'
008869          PERFORM SET-PRINT-WIDTH
008869          PERFORM NOTE-OPEN-DIRECTIVE
008869          GO TO BATCH-LOOP-NEXT.
008869*-----A '*VIEWPORT' CONTROL RECORD INSTALLS A WINDOW OF DECK
008869*-----COORDINATES FOR EVERY DRAWING BELOW IT: ONLY WHAT FALLS
008869*-----INSIDE IS DRAWN, BLOWN UP TO FILL THE CANVAS, AND LINES,
008869*-----CIRCLES, FILLS, AND LABELS ARE CUT AT THE WINDOW EDGE. A
008869*-----BLANK WINDOW PUTS THE DRAWINGS BELOW BACK TO FULL SHEETS,
008869*-----SO ONE MASTER DECK CAN PRINT AN OVERVIEW AND ANY NUMBER OF
008869*-----DETAIL SHEETS WITHOUT A HAND-CUT COPY OF ITS COORDINATES.
008869*-----THE DRAWING STILL OPEN ABOVE IT IS FINISHED FIRST, SO ITS
008869*-----SUMMARY SHOWS ITS OWN WINDOW -- AN OVERLAY CANNOT BE DRAWN
008869*-----IN A DIFFERENT WINDOW FROM ITS BASE.
008869      IF CTL-INPUT-NAME = '*VIEWPORT' AND NOT VALIDATE-ONLY
008869          PERFORM FINISH-OPEN-DRAWING
008869              THRU FINISH-OPEN-DRAWING-EXIT.
008869      IF CTL-INPUT-NAME = '*VIEWPORT'
008869          PERFORM SET-VIEWPORT THRU SET-VIEWPORT-EXIT
008869          GO TO BATCH-LOOP-NEXT.
008869*-----A '*USER' CONTROL RECORD NAMES WHO THE DRAWINGS BELOW IT ARE
008869*-----RUN FOR, FOR THE AUDIT TRAIL. THE OPEN DRAWING IS FINISHED
008869*-----FIRST SO IT IS ARCHIVED UNDER THE USER IT WAS RUN FOR.
008869      IF CTL-INPUT-NAME = '*USER' AND NOT VALIDATE-ONLY
008869          PERFORM FINISH-OPEN-DRAWING
008869              THRU FINISH-OPEN-DRAWING-EXIT.
008869      IF CTL-INPUT-NAME = '*USER'
008869          MOVE CTL-USER-ID TO AUDIT-USER-ID
008869          GO TO BATCH-LOOP-NEXT.
008869*-----'*PARMS' RECORDS BELONG TO THE DECK RECORD ABOVE THEM AND
008869*-----ARE TAKEN UP WITH IT BELOW, SO ONE TURNING UP HERE HAS NO
008869*-----DECK TO GO WITH.
008869      IF CTL-INPUT-NAME = '*PARMS'
008869          DISPLAY 'DDA-W026 *PARMS RECORD NOT AFTER A DECK, '
008869              'IGNORED'
008869          GO TO BATCH-LOOP-NEXT.
008869      PERFORM COLLECT-CONTROL-PARMS
008869          THRU COLLECT-CONTROL-PARMS-EXIT.
008871      IF VALIDATE-ONLY
008872          PERFORM VALIDATE-ONE-DECK
008873              THRU VALIDATE-ONE-DECK-EXIT
008890      MOVE CTL-OUTPUT-NAME TO WS-OUTPUT-FILENAME.
008900      PERFORM RUN-ONE-DRAWING THRU RUN-ONE-DRAWING-EXIT.
008905 BATCH-LOOP-NEXT.
008906*-----THE RECORD THAT ENDED A RUN OF '*PARMS' RECORDS HAS BEEN
008907*-----READ ALREADY -- IT IS THE NEXT ONE TO RUN.
008908      IF CONTROL-IS-PENDING
008908          MOVE PENDING-CONTROL-RECORD TO CONTROL-RECORD
008908          MOVE 'N' TO CONTROL-PENDING-SW
008908          GO TO BATCH-LOOP.
008909      IF CONTROL-IS-EOF GO TO BATCH-LOOP.
008910      PERFORM READ-CONTROL-FILE.
008920      GO TO BATCH-LOOP.
008925 BATCH-LOOP-END.
008942      IF RUN-HIST-IS-OPEN
008942          CLOSE RUN-HIST-FILE
008942          MOVE 'N' TO RUN-HIST-OPEN-SW.
008942      IF AUDIT-IS-OPEN
008942          CLOSE AUDIT-FILE
008942          MOVE 'N' TO AUDIT-OPEN-SW.
008943      IF BATCH-HAD-TROUBLE
008944          MOVE 8 TO RETURN-CODE.
008950      GO TO PROGRAM-DONE.
009005      MOVE WS-INPUT-FILENAME TO BASE-INPUT-NAME.
009010      PERFORM OPENING-PROCEDURE.
009015      MOVE 'Y' TO DRAWING-OPEN-SW.
009015      PERFORM NOTE-DRAWING-DIRECTIVES.
009015      MOVE 'BASE' TO NEW-LIN-TYPE.
009015      MOVE WS-INPUT-FILENAME TO NEW-LIN-NAME.
009015      MOVE SPACES TO NEW-LIN-DATE.
009015      PERFORM NOTE-LINEAGE-SOURCE THRU NOTE-LINEAGE-SOURCE-EXIT.
009015      PERFORM NOTE-DECK-PARMS.
009016      PERFORM DRAW-ONE-DECK THRU DRAW-ONE-DECK-EXIT.
009017 RUN-ONE-DRAWING-EXIT.
009018      EXIT.
009025      PERFORM INIT-TABLE THRU INIT-TABLE-EXIT.
009030      PERFORM CHECK-FOR-CHECKPOINT
009031          THRU CHECK-FOR-CHECKPOINT-EXIT.
009031*-----THE CANVAS IS SETTLED NOW (HEADER OR CHECKPOINT), SO THE
009031*-----VIEWPORT'S BLOW-UP CAN BE WORKED OUT AGAINST IT.
009031      IF VIEWPORT-IS-ACTIVE
009031          PERFORM SET-VIEWPORT-SCALE.
009032*-----WHEN A SIZE HEADER WAS PRESENT, INIT-TABLE DELIBERATELY
009033*-----LEAVES THE COUNT/NUM HEADER RECORD UNREAD ON DISK FOR
009034*-----READIN-NUM-OF-INPUT TO PICK UP. A RESTORED RUN SKIPS
011365          GO TO FINISH-OPEN-DRAWING-EXIT.
011370      PERFORM PRINT-PAGINATED-DRAWING
011400          THRU PRINT-PAGINATED-DRAWING-EXIT.
011510      PERFORM WRITE-SUMMARY-REPORT
011510          THRU WRITE-SUMMARY-REPORT-EXIT.
011515      PERFORM ARCHIVE-TO-CATALOG
011516          THRU ARCHIVE-TO-CATALOG-EXIT.
011517      IF VECTOR-FILE-IS-OPEN
011600          ADD 1 TO DECK-WARN-CNT
011601          MOVE 'N' TO OVERLAY-ACTIVE-SW
011602          GO TO OVERLAY-ONE-DECK-EXIT.
011602      MOVE 'OVERLAY' TO NEW-LIN-TYPE.
011602      MOVE WS-INPUT-FILENAME TO NEW-LIN-NAME.
011602      MOVE SPACES TO NEW-LIN-DATE.
011602      PERFORM NOTE-LINEAGE-SOURCE THRU NOTE-LINEAGE-SOURCE-EXIT.
011602      PERFORM NOTE-DECK-PARMS.
011603      PERFORM DRAW-ONE-DECK THRU DRAW-ONE-DECK-EXIT.
011604      MOVE 'N' TO OVERLAY-ACTIVE-SW.
011605 OVERLAY-ONE-DECK-EXIT.
011625      IF NOT VAL-DECK-IS-OVERLAY
011625          MOVE 023 TO VAL-ROWS
011626          MOVE 079 TO VAL-COLS.
011626*-----LIKEWISE ITS PARAMETERS ADD TO THE BASE DECK'S.
011626      IF NOT VAL-DECK-IS-OVERLAY
011626          MOVE 0 TO PARM-CNT
011626          MOVE SPACES TO PARM-TABLE.
011627      MOVE 0 TO XFORM-OFF-X.
011628      MOVE 0 TO XFORM-OFF-Y.
011629      MOVE 1.00 TO XFORM-SCALE.
011669*-----HEADER ORDER AND RECORD LAYOUTS THE REAL RUN WOULD PARSE.
011670 VALIDATE-ONE-RECORD.
011671      IF VAL-PHASE = 'C' GO TO VALIDATE-BODY-RECORD.
011671      IF PARM-MARKER = 'P' AND VAL-PHASE = '1'
011671          PERFORM DECLARE-PARAMETER THRU DECLARE-PARAMETER-EXIT
011671          GO TO VALIDATE-ONE-RECORD-EXIT.
011671      IF PARM-MARKER = 'P'
011671          MOVE 'PARAMETER RECORD MUST PRECEDE THE HEADERS'
011671              TO VAL-DIAG
011671          PERFORM WRITE-EDIT-ERROR
011671          GO TO VALIDATE-ONE-RECORD-EXIT.
011672      IF TITLE-MARKER = 'T' AND VAL-PHASE = '1'
011673          MOVE '2' TO VAL-PHASE
011673          PERFORM VALIDATE-PARM-REFERENCES
011674          GO TO VALIDATE-ONE-RECORD-EXIT.
011675      IF SIZE-MARKER = 'S'
011676          AND (VAL-PHASE = '1' OR VAL-PHASE = '2')
011698*-----SUB-DECK WALK, THE SAME WAY PROCESS-ONE-RECORD SERVES BOTH
011699*-----AT RUN TIME.
011700 VALIDATE-ELEMENT-RECORD.
011700      IF PARM-MARKER = 'P'
011700          MOVE 'PARAMETER RECORD MUST PRECEDE THE HEADERS'
011700              TO VAL-DIAG
011700          PERFORM WRITE-EDIT-ERROR
011700          GO TO VALIDATE-ELEMENT-RECORD-EXIT.
011700      IF XFORM-MARKER = 'X' OR LABEL-MARKER = 'L'
011700          PERFORM VALIDATE-PARM-REFERENCES.
011701      IF CIRCLE-MARKER = 'C'
011702          PERFORM VALIDATE-CIRCLE-RECORD
011703              THRU VALIDATE-CIRCLE-RECORD-EXIT
011806 VALIDATE-VECSRC-RECORD-EXIT.
011806      EXIT.
011806
011806*-----FILLS IN THE RECORD'S PARAMETER REFERENCES THE WAY THE REAL
011806*-----RUN WILL, SO THE EDITS THAT FOLLOW SEE THE SAME RECORD, AND
011806*-----FLAGS A REFERENCE TO A PARAMETER NOTHING SUPPLIED.
011806 VALIDATE-PARM-REFERENCES.
011806      PERFORM SUBSTITUTE-PARAMETERS
011806          THRU SUBSTITUTE-PARAMETERS-EXIT.
011806      IF PARM-WAS-MISSING
011806          MOVE SPACES TO VAL-DIAG
011806          STRING 'PARAMETER NOT SUPPLIED: &' DELIMITED BY SIZE
011806              PARM-MISSING-NAME DELIMITED BY SPACE
011806              INTO VAL-DIAG
011806          PERFORM WRITE-EDIT-ERROR.
011806
011807 VALIDATE-FILL-RECORD.
011808      IF FILL-SEED-X NOT NUMERIC OR FILL-SEED-Y NOT NUMERIC
011809          MOVE 'NON-NUMERIC DIGITS ON FILL RECORD' TO VAL-DIAG
011867      MOVE WS-OUTPUT-FILENAME TO WS-ARCH-NAME.
011868      MOVE 0 TO CAT-HIGH-GEN.
011869      MOVE 0 TO CAT-GEN-CNT.
011869      MOVE 0 TO CAT-APPROVED-GEN.
011869      MOVE 0 TO CAT-APPROVED-POS.
011869      MOVE 0 TO AUDIT-DROP-CNT.
011870      MOVE WS-ARCH-NAME TO CAT-DRAWING-NAME.
011871      MOVE 0 TO CAT-GENERATION.
011872      MOVE 'N' TO CAT-SCAN-EOF-SW.
011881          GO TO ARCHIVE-WRITE-NEW.
011882      MOVE CAT-GENERATION TO CAT-HIGH-GEN.
011883      ADD 1 TO CAT-GEN-CNT.
011883      IF CAT-IS-APPROVED
011883          MOVE CAT-GENERATION TO CAT-APPROVED-GEN
011883          MOVE CAT-GEN-CNT TO CAT-APPROVED-POS.
011884      GO TO ARCHIVE-GEN-SCAN.
011885 ARCHIVE-WRITE-NEW.
011886      MOVE WS-ARCH-NAME TO CAT-DRAWING-NAME.
011897      MOVE STEEP-SEGMENT-CNT TO CAT-STEEP-CNT.
011898      MOVE SHALLOW-SEGMENT-CNT TO CAT-SHALLOW-CNT.
011899      MOVE RUN-TITLE TO CAT-TITLE.
011899      MOVE 'DRAFT' TO CAT-RELEASE-STATUS.
011899      MOVE SPACES TO CAT-APPROVER-ID.
011899      MOVE SPACES TO CAT-APPROVAL-DATE.
011900      MOVE BF-RECORD TO CAT-BUFFER.
011901      WRITE CATALOG-RECORD
011902          INVALID KEY
011903          DISPLAY 'DDA-W012 CATALOG UNAVAILABLE, '
011904              'DRAWING NOT ARCHIVED: ' WS-OUTPUT-FILENAME
011905          GO TO ARCHIVE-CLOSE.
011905      PERFORM WRITE-LINEAGE THRU WRITE-LINEAGE-EXIT.
011905      MOVE 'ARCHIVE' TO AUDIT-ACTION.
011905      ADD 1 CAT-HIGH-GEN GIVING AUDIT-KEY-GEN.
011905      MOVE CAT-GEN-CNT TO AUDIT-BEFORE-CNT.
011905      ADD 1 CAT-GEN-CNT GIVING AUDIT-AFTER-CNT.
011905      PERFORM WRITE-AUDIT-ENTRY THRU WRITE-AUDIT-ENTRY-EXIT.
011906*-----DROP THE OLDEST GENERATIONS UNTIL ONLY THE KEEP COUNT OF
011907*-----PRIOR ONES REMAINS BEHIND THE ENTRY JUST FILED. EACH PASS
011908*-----RE-STARTS AT THE DRAWING'S LOWEST GENERATION AND DELETES
011909*-----THE FIRST RECORD IT READS. THE NEWEST APPROVED GENERATION
011909*-----IS STEPPED OVER, AND WHEN IT FALLS AMONG THE OLDEST DUE TO
011909*-----GO IT COSTS ONE FEWER DELETE, NOT A YOUNGER GENERATION.
011910      COMPUTE CAT-PRUNE-CNT = CAT-GEN-CNT - CATALOG-KEEP-GENS.
011910      IF CAT-APPROVED-GEN > 0
011910          AND CAT-APPROVED-POS NOT > CAT-PRUNE-CNT
011910          SUBTRACT 1 FROM CAT-PRUNE-CNT.
011911 ARCHIVE-PRUNE-LOOP.
011912      IF CAT-PRUNE-CNT < 1 GO TO ARCHIVE-CLOSE.
011913      MOVE WS-ARCH-NAME TO CAT-DRAWING-NAME.
011916      START CATALOG-FILE KEY NOT < CAT-ENTRY-KEY
011917          INVALID KEY MOVE 'Y' TO CAT-SCAN-EOF-SW.
011918      IF CAT-SCAN-DONE GO TO ARCHIVE-CLOSE.
011918 ARCHIVE-PRUNE-READ.
011919      READ CATALOG-FILE NEXT RECORD
011920          AT END MOVE 'Y' TO CAT-SCAN-EOF-SW.
011921      IF CAT-SCAN-DONE GO TO ARCHIVE-CLOSE.
011922      IF CAT-DRAWING-NAME NOT = WS-ARCH-NAME
011923          GO TO ARCHIVE-CLOSE.
011923      IF CAT-GENERATION = CAT-APPROVED-GEN
011923          GO TO ARCHIVE-PRUNE-READ.
011923      IF LINEAGE-IS-OPEN
011923          MOVE CAT-GENERATION TO LIN-DROP-GEN
011923          PERFORM DROP-LINEAGE-GEN THRU DROP-LINEAGE-GEN-EXIT.
011924      DELETE CATALOG-FILE RECORD.
011925      SUBTRACT 1 FROM CAT-PRUNE-CNT.
011925      ADD 1 TO AUDIT-DROP-CNT.
011926      GO TO ARCHIVE-PRUNE-LOOP.
011927 ARCHIVE-CLOSE.
011927      IF AUDIT-DROP-CNT > 0
011927          MOVE 'PRUNE' TO AUDIT-ACTION
011927          MOVE 0 TO AUDIT-KEY-GEN
011927          ADD 1 CAT-GEN-CNT GIVING AUDIT-BEFORE-CNT
011927          SUBTRACT AUDIT-DROP-CNT FROM AUDIT-BEFORE-CNT
011927              GIVING AUDIT-AFTER-CNT
011927          PERFORM WRITE-AUDIT-ENTRY THRU WRITE-AUDIT-ENTRY-EXIT.
011928      CLOSE CATALOG-FILE.
011928      IF LINEAGE-IS-OPEN
011928          CLOSE LINEAGE-FILE
011928          MOVE 'N' TO LINEAGE-OPEN-SW.
011929 ARCHIVE-TO-CATALOG-EXIT.
011930      EXIT.
011930
011930*-----FILES THE OPEN DRAWING'S LINEAGE UNDER THE GENERATION JUST
011930*-----WRITTEN (STILL IN THE CATALOG RECORD AREA). ANY ENTRIES
011930*-----ALREADY ON FILE UNDER THAT KEY ARE LEFT OVER FROM A CATALOG
011930*-----REBUILT BEHIND THE LINEAGE'S BACK, AND ARE DROPPED FIRST.
011930*-----EACH DECK AND VECTOR SOURCE IS FINGERPRINTED AS IT IS
011930*-----FILED. A LINEAGE FILE THAT CANNOT BE OPENED ONLY COSTS THE
011930*-----LINEAGE, NEVER THE ARCHIVE, SO IT WARNS AND MOVES ON.
011930 WRITE-LINEAGE.
011930      OPEN I-O LINEAGE-FILE.
011930      IF LINEAGE-STATUS = '35'
011930          OPEN OUTPUT LINEAGE-FILE
011930          CLOSE LINEAGE-FILE
011930          OPEN I-O LINEAGE-FILE.
011930      IF LINEAGE-STATUS NOT = '00'
011930          DISPLAY 'DDA-W022 LINEAGE FILE UNAVAILABLE, '
011930              'LINEAGE NOT RECORDED: ' WS-ARCH-NAME
011930          GO TO WRITE-LINEAGE-EXIT.
011930      MOVE 'Y' TO LINEAGE-OPEN-SW.
011930      MOVE CAT-GENERATION TO LIN-DROP-GEN.
011930      PERFORM DROP-LINEAGE-GEN THRU DROP-LINEAGE-GEN-EXIT.
011930      MOVE 0 TO LIN-IDX.
011930 WRITE-LINEAGE-LOOP.
011930      ADD 1 TO LIN-IDX.
011930      IF LIN-IDX > LIN-ENTRY-CNT GO TO WRITE-LINEAGE-EXIT.
011930      MOVE WS-ARCH-NAME TO LIN-DRAWING-NAME.
011930      MOVE LIN-DROP-GEN TO LIN-GENERATION.
011930      MOVE LIN-IDX TO LIN-SEQ.
011930      MOVE LT-SOURCE-TYPE(LIN-IDX) TO LIN-SOURCE-TYPE.
011930      MOVE LT-SOURCE-NAME(LIN-IDX) TO LIN-SOURCE-NAME.
011930      MOVE LT-SHAPE-DATE(LIN-IDX) TO LIN-SHAPE-DATE.
011930      MOVE RUN-DATE-STAMP TO LIN-RUN-DATE.
011930      MOVE 0 TO LIN-SOURCE-RECS.
011930      MOVE 0 TO LIN-SOURCE-HASH.
011930      IF LIN-SOURCE-TYPE NOT = 'SHAPE'
011930          AND LIN-SOURCE-TYPE NOT = 'CONTROL'
011930          MOVE LIN-SOURCE-NAME TO WS-SOURCE-FILENAME
011930          PERFORM FINGERPRINT-SOURCE THRU FINGERPRINT-SOURCE-EXIT
011930          MOVE SRC-REC-CNT TO LIN-SOURCE-RECS
011930          MOVE SRC-HASH-TOTAL TO LIN-SOURCE-HASH.
011930      WRITE LINEAGE-RECORD
011930          INVALID KEY
011930          DISPLAY 'DDA-W022 LINEAGE FILE UNAVAILABLE, '
011930              'LINEAGE NOT RECORDED: ' WS-ARCH-NAME
011930          GO TO WRITE-LINEAGE-EXIT.
011930      GO TO WRITE-LINEAGE-LOOP.
011930 WRITE-LINEAGE-EXIT.
011930      EXIT.
011930
011930*-----DROPS EVERY LINEAGE ENTRY FILED UNDER WS-ARCH-NAME AND
011930*-----GENERATION LIN-DROP-GEN -- THE LINEAGE GOES WHEREVER ITS
011930*-----CATALOG GENERATION GOES.
011930 DROP-LINEAGE-GEN.
011930      MOVE WS-ARCH-NAME TO LIN-DRAWING-NAME.
011930      MOVE LIN-DROP-GEN TO LIN-GENERATION.
011930      MOVE 0 TO LIN-SEQ.
011930      MOVE 'N' TO LIN-SCAN-EOF-SW.
011930      START LINEAGE-FILE KEY NOT < LIN-ENTRY-KEY
011930          INVALID KEY MOVE 'Y' TO LIN-SCAN-EOF-SW.
011930 DROP-LINEAGE-LOOP.
011930      IF LIN-SCAN-DONE GO TO DROP-LINEAGE-GEN-EXIT.
011930      READ LINEAGE-FILE NEXT RECORD
011930          AT END MOVE 'Y' TO LIN-SCAN-EOF-SW.
011930      IF LIN-SCAN-DONE GO TO DROP-LINEAGE-GEN-EXIT.
011930      IF LIN-DRAWING-NAME NOT = WS-ARCH-NAME
011930          OR LIN-GENERATION NOT = LIN-DROP-GEN
011930          GO TO DROP-LINEAGE-GEN-EXIT.
011930      DELETE LINEAGE-FILE RECORD.
011930      GO TO DROP-LINEAGE-LOOP.
011930 DROP-LINEAGE-GEN-EXIT.
011930      EXIT.
011931
011932*-----INSTALLS THE KEEP COUNT OFF A '*GENERATIONS' CONTROL
011933*-----RECORD. A BAD COUNT LEAVES THE ONE ALREADY IN FORCE.
013341      MOVE 'N' TO CKPT-FOUND-SW.
013342      MOVE 'N' TO SIZE-HDR-FOUND-SW.
013342      MOVE 'N' TO DECK-TITLE-SW.
013342      MOVE 0 TO DECK-PARM-REC-CNT.
013343      MOVE 0 TO ACTUAL-REC-CNT.
013344      MOVE '*' TO DRAW-SYMBOL.
013355      MOVE 'N' TO BAD-COORD-SW.
013375      MOVE 0 TO STEEP-SEGMENT-CNT.
013376      MOVE 0 TO SHALLOW-SEGMENT-CNT.
013376      MOVE 0 TO OOR-COORD-CNT.
013376      MOVE 0 TO VP-CLIPPED-CNT.
013376      MOVE 0 TO MISMATCH-WARN-CNT.
013376      MOVE 0 TO DECK-WARN-CNT.
013376      MOVE 'OK' TO DRAWING-STATUS.
013376      MOVE 0 TO LIN-ENTRY-CNT.
013376      MOVE SPACES TO LINEAGE-TABLE.
013376      MOVE 0 TO PARM-CNT.
013376      MOVE SPACES TO PARM-TABLE.
013377      MOVE SPACES TO WS-SUMMARY-FILENAME.
013378      STRING WS-OUTPUT-FILENAME DELIMITED BY SPACE
013379          '.sum' DELIMITED BY SIZE
013418          WS-RPT-NUM-ED DELIMITED BY SIZE
013419          INTO WS-RPT-LINE.
013420      WRITE SUMMARY-RECORD FROM WS-RPT-LINE.
013420*-----A TEMPLATE DRAWING LISTS THE PARAMETER VALUES IT WAS DRAWN
013420*-----WITH, SO THE SHEET CAN BE TRACED BACK TO ITS INPUTS.
013420      MOVE 0 TO PARM-IDX.
013420 WRITE-SUMMARY-PARM-LOOP.
013420      ADD 1 TO PARM-IDX.
013420      IF PARM-IDX > PARM-CNT
013420          GO TO WRITE-SUMMARY-VIEWPORT.
013420      MOVE SPACES TO WS-RPT-LINE.
013420      IF PARM-SOURCE(PARM-IDX) = SPACES
013420          STRING 'PARAMETER &' DELIMITED BY SIZE
013420              PARM-NAME(PARM-IDX) DELIMITED BY SPACE
013420              ': NOT SUPPLIED' DELIMITED BY SIZE
013420              INTO WS-RPT-LINE
013420      ELSE
013420          STRING 'PARAMETER &' DELIMITED BY SIZE
013420              PARM-NAME(PARM-IDX) DELIMITED BY SPACE
013420              ': ' DELIMITED BY SIZE
013420              PARM-VALUE(PARM-IDX) DELIMITED BY '  '
013420              ' (' DELIMITED BY SIZE
013420              PARM-SOURCE(PARM-IDX) DELIMITED BY SPACE
013420              ')' DELIMITED BY SIZE
013420              INTO WS-RPT-LINE.
013420      WRITE SUMMARY-RECORD FROM WS-RPT-LINE.
013420      GO TO WRITE-SUMMARY-PARM-LOOP.
013420*-----A VIEWPORT SHEET SAYS WHICH WINDOW IT SHOWS AND HOW MUCH OF
013420*-----THE DECK FELL OUTSIDE IT.
013420 WRITE-SUMMARY-VIEWPORT.
013420      IF NOT VIEWPORT-IS-ACTIVE
013420          GO TO WRITE-SUMMARY-REPORT-EXIT.
013420      MOVE SPACES TO WS-RPT-LINE.
013420      MOVE VP-X-LO TO VP-WINDOW-ED.
013420      MOVE VP-X-HI TO VP-WINDOW-ED2.
013420      STRING 'VIEWPORT X: ' DELIMITED BY SIZE
013420          VP-WINDOW-ED DELIMITED BY SIZE
013420          ' TO ' DELIMITED BY SIZE
013420          VP-WINDOW-ED2 DELIMITED BY SIZE
013420          INTO WS-RPT-LINE.
013420      WRITE SUMMARY-RECORD FROM WS-RPT-LINE.
013420      MOVE SPACES TO WS-RPT-LINE.
013420      MOVE VP-Y-LO TO VP-WINDOW-ED.
013420      MOVE VP-Y-HI TO VP-WINDOW-ED2.
013420      STRING 'VIEWPORT Y: ' DELIMITED BY SIZE
013420          VP-WINDOW-ED DELIMITED BY SIZE
013420          ' TO ' DELIMITED BY SIZE
013420          VP-WINDOW-ED2 DELIMITED BY SIZE
013420          INTO WS-RPT-LINE.
013420      WRITE SUMMARY-RECORD FROM WS-RPT-LINE.
013420      MOVE SPACES TO WS-RPT-LINE.
013420      MOVE VP-CLIPPED-CNT TO WS-RPT-NUM-ED.
013420      STRING 'CLIPPED BY VIEWPORT: ' DELIMITED BY SIZE
013420          WS-RPT-NUM-ED DELIMITED BY SIZE
013420          INTO WS-RPT-LINE.
013420      WRITE SUMMARY-RECORD FROM WS-RPT-LINE.
013420 WRITE-SUMMARY-REPORT-EXIT.
013420      EXIT.
013421
013422*-----IF A CHECKPOINT IS ON FILE FOR THIS INPUT FILE, RESTORES THE
013423*-----LOOP POSITION, THE LAST GOOD POINT, AND THE DRAWING BUFFER
013442      MOVE CKPT-XFORM-SCALE TO XFORM-SCALE.
013442      MOVE CKPT-FIRST-PT-SW TO FIRST-PT-DRAWN-SW.
013442      MOVE CKPT-CUR-LAYER TO CURRENT-LAYER.
013442      MOVE CKPT-LIN-CNT TO LIN-ENTRY-CNT.
013442      MOVE CKPT-VP-CLIP-CNT TO VP-CLIPPED-CNT.
013442      MOVE CKPT-VP-PREV-X TO VP-PREV-X.
013442      MOVE CKPT-VP-PREV-Y TO VP-PREV-Y.
013442      MOVE CKPT-VP-SHT-PREV-X TO VP-SHT-PREV-X.
013442      MOVE CKPT-VP-SHT-PREV-Y TO VP-SHT-PREV-Y.
013442      MOVE CKPT-LIN-TABLE TO LINEAGE-TABLE.
013443      MOVE CKPT-BUFFER TO BF-RECORD.
013443      MOVE CKPT-SHEET TO VP-SHEET.
013444 CHECK-FOR-CHECKPOINT-CLOSE.
013445      CLOSE CHECKPOINT-FILE.
013446 CHECK-FOR-CHECKPOINT-EXIT.
013480      MOVE XFORM-SCALE TO CKPT-XFORM-SCALE.
013481      MOVE FIRST-PT-DRAWN-SW TO CKPT-FIRST-PT-SW.
013481      MOVE CURRENT-LAYER TO CKPT-CUR-LAYER.
013481      MOVE LIN-ENTRY-CNT TO CKPT-LIN-CNT.
013481      MOVE VP-CLIPPED-CNT TO CKPT-VP-CLIP-CNT.
013481      MOVE VP-PREV-X TO CKPT-VP-PREV-X.
013481      MOVE VP-PREV-Y TO CKPT-VP-PREV-Y.
013481      MOVE VP-SHT-PREV-X TO CKPT-VP-SHT-PREV-X.
013481      MOVE VP-SHT-PREV-Y TO CKPT-VP-SHT-PREV-Y.
013481      MOVE LINEAGE-TABLE TO CKPT-LIN-TABLE.
013482      MOVE BF-RECORD TO CKPT-BUFFER.
013482      MOVE VP-SHEET TO CKPT-SHEET.
013483      OPEN OUTPUT CHECKPOINT-FILE.
013484      WRITE CHECKPOINT-RECORD.
013485      CLOSE CHECKPOINT-FILE.
013494 OPEN-RUN-HISTORY-EXIT.
013494      EXIT.
013494
013494*-----OPENS THE SHARED APPEND-ONLY AUDIT TRAIL. STATUS 35 MEANS
013494*-----NO TRAIL YET -- START ONE. A TRAIL THAT CANNOT OPEN DOES NOT
013494*-----STOP THE DRAWINGS, BUT CATALOG CHANGES THAT GO UNRECORDED
013494*-----FLAG THE BATCH FOR THE NONZERO CONDITION CODE.
013494 OPEN-AUDIT-TRAIL.
013494      OPEN EXTEND AUDIT-FILE.
013494      IF AUDIT-STATUS = '35'
013494          OPEN OUTPUT AUDIT-FILE.
013494      IF AUDIT-STATUS NOT = '00'
013494          DISPLAY 'DDA-W030 CANNOT OPEN AUDIT TRAIL, '
013494              'CATALOG CHANGES WILL NOT BE RECORDED'
013494          MOVE 'Y' TO BATCH-TROUBLE-SW
013494          GO TO OPEN-AUDIT-TRAIL-EXIT.
013494      MOVE 'Y' TO AUDIT-OPEN-SW.
013494 OPEN-AUDIT-TRAIL-EXIT.
013494      EXIT.
013494
013494*-----APPENDS ONE AUDIT TRAIL ENTRY FOR THE DRAWING BEING ARCHIVED
013494*-----FROM THE AUDIT- FIELDS; A GENERATION OF ZERO MEANS THE ENTRY
013494*-----COVERS THE NAME AS A WHOLE AND THE COLUMN IS LEFT BLANK.
013494 WRITE-AUDIT-ENTRY.
013494      IF NOT AUDIT-IS-OPEN
013494          GO TO WRITE-AUDIT-ENTRY-EXIT.
013494      ACCEPT AUDIT-DATE-STAMP FROM DATE YYYYMMDD.
013494      ACCEPT AUDIT-TIME-RAW FROM TIME.
013494      MOVE SPACES TO AUDIT-RECORD.
013494      MOVE AUDIT-DATE-STAMP TO AUD-DATE.
013494      MOVE AUDIT-TIME-STAMP TO AUD-TIME.
013494      MOVE 'DDA' TO AUD-PROGRAM.
013494      MOVE AUDIT-USER-ID TO AUD-USER-ID.
013494      MOVE AUDIT-ACTION TO AUD-ACTION.
013494      MOVE WS-ARCH-NAME TO AUD-KEY-NAME.
013494      IF AUDIT-KEY-GEN > 0
013494          MOVE AUDIT-KEY-GEN TO AUD-KEY-GEN.
013494      MOVE AUDIT-BEFORE-CNT TO AUD-BEFORE-CNT.
013494      MOVE AUDIT-AFTER-CNT TO AUD-AFTER-CNT.
013494      WRITE AUDIT-RECORD.
013494 WRITE-AUDIT-ENTRY-EXIT.
013494      EXIT.
013494
013494*-----SNAPSHOTS THE BATCH RESTART POINT, SAME OPEN-WRITE-CLOSE
013494*-----SCHEME AS WRITE-CHECKPOINT SO A CANCEL BETWEEN DRAWINGS
013494*-----NEVER LEAVES A HALF-WRITTEN COUNT.
013498 RECONCILE-COUNT-REWIND.
013499      CLOSE INPUT-FILE.
013500      OPEN INPUT INPUT-FILE.
013500      MOVE 0 TO PARM-SKIP-CNT.
013500 RECONCILE-SKIP-PARMS.
013500      IF PARM-SKIP-CNT < DECK-PARM-REC-CNT
013500          READ INPUT-FILE
013500          ADD 1 TO PARM-SKIP-CNT
013500          GO TO RECONCILE-SKIP-PARMS.
013501      IF DECK-HAS-TITLE
013502          READ INPUT-FILE.
013503      IF SIZE-HDR-WAS-FOUND
013523          THRU CHECK-LAYER-SELECTED-EXIT.
013523      IF NOT LAYER-IS-SELECTED
013523          GO TO PROCESS-ONE-RECORD-EXIT.
013523*-----PARAMETERS ARE DECLARED AHEAD OF THE HEADERS ONLY; ONE IN
013523*-----THE BODY (OR IN A SHAPE) IS PASSED OVER. LABEL TEXT AND
013523*-----TRANSFORM AMOUNTS HAVE THEIR PARAMETER REFERENCES FILLED IN
013523*-----BEFORE THE RECORD IS READ FOR WHAT IT SAYS.
013523      IF PARM-MARKER = 'P'
013523          DISPLAY 'DDA-W029 PARAMETER RECORD AFTER THE HEADERS, '
013523              'IGNORED: ' PARM-DECL-NAME
013523          ADD 1 TO DECK-WARN-CNT
013523          GO TO PROCESS-ONE-RECORD-EXIT.
013523      IF XFORM-MARKER = 'X' OR LABEL-MARKER = 'L'
013523          PERFORM SUBSTITUTE-PARAMETERS
013523              THRU SUBSTITUTE-PARAMETERS-EXIT.
013523      IF VECSRC-MARKER = 'V'
013523          PERFORM RUN-VECTOR-SOURCE
013523              THRU RUN-VECTOR-SOURCE-EXIT
013524      IF CIRCLE-MARKER = 'C'
013525          PERFORM ADD-CIRCLE-TO-BUFFER
013526          PERFORM EXPORT-CIRCLE-VECTOR
013526              THRU EXPORT-CIRCLE-VECTOR-EXIT
013526          GO TO PROCESS-ONE-RECORD-EXIT.
013527      PERFORM LOAD-READIN-TO-POINT2XY
013527          THRU LOAD-READIN-EXIT.
013527      IF VIEWPORT-IS-ACTIVE
013527          PERFORM PROCESS-VIEWPORT-POINT
013527              THRU PROCESS-VIEWPORT-POINT-EXIT
013527          GO TO PROCESS-ONE-RECORD-EXIT.
013528      IF COORD-OUT-OF-BOUNDS GO TO PROCESS-ONE-RECORD-EXIT.
013529      IF NOT FIRST-PT-IS-DRAWN GO TO PROCESS-PEN-UP.
013530      IF PEN-IS-UP GO TO PROCESS-PEN-UP.
013536      MOVE 'Y' TO FIRST-PT-DRAWN-SW.
013537 PROCESS-ONE-RECORD-EXIT.
013538      EXIT.
013538
013538*-----THE VIEWPORT COUNTERPART OF THE POINT HANDLING ABOVE. THE
013538*-----PEN FOLLOWS THE DECK WHEREVER IT GOES, INSIDE THE WINDOW OR
013538*-----NOT, SO A PEN-DOWN RECORD ALWAYS HAS A SEGMENT FROM THE
013538*-----LAST POINT TO CUT TO THE WINDOW; A MOVE TO A POINT OUTSIDE
013538*-----THE WINDOW IS NOT EXPORTED, SINCE NOTHING THERE IS DRAWN.
013538*-----THE WHOLE SEGMENT GOES ONTO THE VIEWPORT'S SHEET AS WELL.
013538 PROCESS-VIEWPORT-POINT.
013538      IF VP-POINT-OUTSIDE
013538          ADD 1 TO VP-CLIPPED-CNT.
013538      IF NOT FIRST-PT-IS-DRAWN GO TO PROCESS-VIEWPORT-PEN-UP.
013538      IF PEN-IS-UP GO TO PROCESS-VIEWPORT-PEN-UP.
013538      PERFORM ADD-LINE-TO-SHEET
013538          THRU ADD-LINE-TO-SHEET-EXIT.
013538      PERFORM DRAW-VIEWPORT-SEGMENT
013538          THRU DRAW-VIEWPORT-SEGMENT-EXIT.
013538      GO TO PROCESS-VIEWPORT-NEW-TO-OLD.
013538 PROCESS-VIEWPORT-PEN-UP.
013538      IF VP-POINT-OUTSIDE
013538          GO TO PROCESS-VIEWPORT-NEW-TO-OLD.
013538      MOVE VP-NEW-X TO POINT2X.
013538      MOVE VP-NEW-Y TO POINT2Y.
013538      MOVE POINT2X TO VEC-PT-X.
013538      MOVE POINT2Y TO VEC-PT-Y.
013538      PERFORM TRACK-VECTOR-BBOX.
013538      PERFORM EXPORT-MOVE-VECTOR.
013538 PROCESS-VIEWPORT-NEW-TO-OLD.
013538      MOVE VP-NEW-X TO VP-PREV-X.
013538      MOVE VP-NEW-Y TO VP-PREV-Y.
013538      MOVE XFORM-WORK-X TO VP-SHT-PREV-X.
013538      MOVE XFORM-WORK-Y TO VP-SHT-PREV-Y.
013538      MOVE 'Y' TO FIRST-PT-DRAWN-SW.
013538 PROCESS-VIEWPORT-POINT-EXIT.
013538      EXIT.
013538
013538*-----DRAWS WHAT PART OF THE SEGMENT FROM VP-PREV TO VP-NEW LIES
013538*-----IN THE WINDOW, IF ANY, AND EXPORTS THE SAME CUT SEGMENT.
013538 DRAW-VIEWPORT-SEGMENT.
013538      PERFORM CLIP-VIEWPORT-SEGMENT
013538          THRU CLIP-VIEWPORT-SEGMENT-EXIT.
013538      IF NOT VP-SEGMENT-VISIBLE
013538          GO TO DRAW-VIEWPORT-SEGMENT-EXIT.
013538      MOVE POINT1X TO VEC-PT-X.
013538      MOVE POINT1Y TO VEC-PT-Y.
013538      PERFORM TRACK-VECTOR-BBOX.
013538      MOVE POINT2X TO VEC-PT-X.
013538      MOVE POINT2Y TO VEC-PT-Y.
013538      PERFORM TRACK-VECTOR-BBOX.
013538      MOVE 1 TO CNT.
013538      PERFORM ADD-LINE-TO-BUFFER.
013538      PERFORM EXPORT-LINE-VECTOR.
013538 DRAW-VIEWPORT-SEGMENT-EXIT.
013538      EXIT.
013538
013538*-----CUTS THE SEGMENT FROM VP-PREV TO VP-NEW TO THE WINDOW'S
013538*-----IMAGE (CELLS 1 TO VP-COL-HI ACROSS, 1 TO VP-ROW-HI DOWN)
013538*-----BY THE PARAMETRIC METHOD: EACH OF THE FOUR EDGES IN TURN
013538*-----PULLS THE START FORWARD (T0) OR THE END BACK (T1) ALONG
013538*-----THE SEGMENT, AND ONCE T0 PASSES T1 NOTHING IS LEFT. THE
013538*-----SURVIVING ENDS GO TO POINT1X/Y AND POINT2X/Y.
013538 CLIP-VIEWPORT-SEGMENT.
013538      MOVE 'Y' TO VP-VISIBLE-SW.
013538      MOVE 0 TO VP-CLIP-T0.
013538      MOVE 1 TO VP-CLIP-T1.
013538      COMPUTE VP-CLIP-DX = VP-NEW-X - VP-PREV-X.
013538      COMPUTE VP-CLIP-DY = VP-NEW-Y - VP-PREV-Y.
013538      COMPUTE VP-CLIP-P = 0 - VP-CLIP-DX.
013538      COMPUTE VP-CLIP-Q = VP-PREV-X - 1.
013538      PERFORM CLIP-ONE-EDGE THRU CLIP-ONE-EDGE-EXIT.
013538      MOVE VP-CLIP-DX TO VP-CLIP-P.
013538      COMPUTE VP-CLIP-Q = VP-COL-HI - VP-PREV-X.
013538      PERFORM CLIP-ONE-EDGE THRU CLIP-ONE-EDGE-EXIT.
013538      COMPUTE VP-CLIP-P = 0 - VP-CLIP-DY.
013538      COMPUTE VP-CLIP-Q = VP-PREV-Y - 1.
013538      PERFORM CLIP-ONE-EDGE THRU CLIP-ONE-EDGE-EXIT.
013538      MOVE VP-CLIP-DY TO VP-CLIP-P.
013538      COMPUTE VP-CLIP-Q = VP-ROW-HI - VP-PREV-Y.
013538      PERFORM CLIP-ONE-EDGE THRU CLIP-ONE-EDGE-EXIT.
013538      IF NOT VP-SEGMENT-VISIBLE
013538          GO TO CLIP-VIEWPORT-SEGMENT-EXIT.
013538      COMPUTE POINT1X ROUNDED =
013538          VP-PREV-X + VP-CLIP-T0 * VP-CLIP-DX.
013538      COMPUTE POINT1Y ROUNDED =
013538          VP-PREV-Y + VP-CLIP-T0 * VP-CLIP-DY.
013538      COMPUTE POINT2X ROUNDED =
013538          VP-PREV-X + VP-CLIP-T1 * VP-CLIP-DX.
013538      COMPUTE POINT2Y ROUNDED =
013538          VP-PREV-Y + VP-CLIP-T1 * VP-CLIP-DY.
013538 CLIP-VIEWPORT-SEGMENT-EXIT.
013538      EXIT.
013538
013538*-----ONE EDGE OF THE CUT: VP-CLIP-P IS THE SEGMENT'S TRAVEL
013538*-----TOWARD THE OUTSIDE OF THE EDGE, VP-CLIP-Q THE START'S
013538*-----DISTANCE INSIDE IT. A SEGMENT RUNNING PARALLEL TO THE EDGE
013538*-----IS EITHER WHOLLY INSIDE IT OR WHOLLY GONE.
013538 CLIP-ONE-EDGE.
013538      IF NOT VP-SEGMENT-VISIBLE
013538          GO TO CLIP-ONE-EDGE-EXIT.
013538      IF VP-CLIP-P = 0 AND VP-CLIP-Q < 0
013538          MOVE 'N' TO VP-VISIBLE-SW.
013538      IF VP-CLIP-P = 0
013538          GO TO CLIP-ONE-EDGE-EXIT.
013538      COMPUTE VP-CLIP-R = VP-CLIP-Q / VP-CLIP-P.
013538      IF VP-CLIP-P > 0
013538          GO TO CLIP-LEAVING-EDGE.
013538      IF VP-CLIP-R > VP-CLIP-T1
013538          MOVE 'N' TO VP-VISIBLE-SW
013538          GO TO CLIP-ONE-EDGE-EXIT.
013538      IF VP-CLIP-R > VP-CLIP-T0
013538          MOVE VP-CLIP-R TO VP-CLIP-T0.
013538      GO TO CLIP-ONE-EDGE-EXIT.
013538 CLIP-LEAVING-EDGE.
013538      IF VP-CLIP-R < VP-CLIP-T0
013538          MOVE 'N' TO VP-VISIBLE-SW
013538          GO TO CLIP-ONE-EDGE-EXIT.
013538      IF VP-CLIP-R < VP-CLIP-T1
013538          MOVE VP-CLIP-R TO VP-CLIP-T1.
013538 CLIP-ONE-EDGE-EXIT.
013538      EXIT.
013538
013538*-----MAPS THE CANVAS POSITION IN XFORM-WORK-X/Y (WHERE A FULL
013538*-----SHEET WOULD PUT THE POINT) INTO THE BLOWN-UP WINDOW AT
013538*-----VP-NEW-X/Y, AND SAYS WHETHER IT FALLS OUTSIDE THE WINDOW.
013538 APPLY-VIEWPORT.
013538      COMPUTE VP-NEW-X = XFORM-WORK-X - 1 - VP-X-LO.
013538      COMPUTE VP-NEW-X ROUNDED = VP-NEW-X * VP-SCALE + 1.
013538      COMPUTE VP-NEW-Y = XFORM-WORK-Y - 1 - VP-Y-LO.
013538      COMPUTE VP-NEW-Y ROUNDED = VP-NEW-Y * VP-SCALE + 1.
013538      MOVE 'N' TO VP-OUTSIDE-SW.
013538      IF VP-NEW-X < 1 OR VP-NEW-X > VP-COL-HI
013538          OR VP-NEW-Y < 1 OR VP-NEW-Y > VP-ROW-HI
013538          MOVE 'Y' TO VP-OUTSIDE-SW.
013538
013538*-----MAPS THE CIRCLE IN CIR-CTR-X/Y AND CIR-RADIUS INTO THE
013538*-----WINDOW. A CENTER OUTSIDE IT COUNTS AS CLIPPED, BUT THE
013538*-----CIRCLE IS STILL PLOTTED SO ITS ARC ACROSS THE WINDOW SHOWS;
013538*-----ONE THAT CANNOT REACH THE WINDOW AT ALL IS DROPPED WHOLE.
013538 APPLY-VIEWPORT-CIRCLE.
013538      MOVE CIR-CTR-X TO XFORM-WORK-X.
013538      MOVE CIR-CTR-Y TO XFORM-WORK-Y.
013538      PERFORM APPLY-VIEWPORT.
013538      IF VP-POINT-OUTSIDE
013538          ADD 1 TO VP-CLIPPED-CNT.
013538      COMPUTE VP-CIR-RADIUS ROUNDED = CIR-RADIUS * VP-SCALE.
013538      MOVE 'N' TO VP-CIRCLE-GONE-SW.
013538      IF VP-CIR-RADIUS > 9999
013538          OR VP-NEW-X + VP-CIR-RADIUS < 1
013538          OR VP-NEW-X - VP-CIR-RADIUS > VP-COL-HI
013538          OR VP-NEW-Y + VP-CIR-RADIUS < 1
013538          OR VP-NEW-Y - VP-CIR-RADIUS > VP-ROW-HI
013538          MOVE 'Y' TO VP-CIRCLE-GONE-SW
013538      ELSE
013538          MOVE VP-NEW-X TO CIR-CTR-X
013538          MOVE VP-NEW-Y TO CIR-CTR-Y
013538          MOVE VP-CIR-RADIUS TO CIR-RADIUS.
013539
013539*-----THE THREE EXPORT PARAGRAPHS EACH WRITE ONE VECTOR RECORD
013539*-----FOR THE ELEMENT JUST RESOLVED, AND ARE QUIET NO-OPS WHEN
013539          MOVE SPACE TO VEC-SYMBOL
013539          WRITE VECTOR-RECORD.
013539
013539*-----A CIRCLE THE VIEWPORT DROPPED WHOLE IS NOT EXPORTED EITHER,
013539*-----AND ONE THE WINDOW CUTS GOES OUT AS ITS VISIBLE ARCS ONLY.
013539 EXPORT-CIRCLE-VECTOR.
013539      IF VECTOR-EXPORT-WANTED AND NOT VP-CIRCLE-IS-GONE
013539          PERFORM OPEN-VECTOR-EXPORT
013539              THRU OPEN-VECTOR-EXPORT-EXIT.
013539      IF NOT VECTOR-FILE-IS-OPEN OR VP-CIRCLE-IS-GONE
013539          GO TO EXPORT-CIRCLE-VECTOR-EXIT.
013539      IF VIEWPORT-IS-ACTIVE
013539          AND (CIR-CTR-X - CIR-RADIUS < 1
013539               OR CIR-CTR-X + CIR-RADIUS > VP-COL-HI
013539               OR CIR-CTR-Y - CIR-RADIUS < 1
013539               OR CIR-CTR-Y + CIR-RADIUS > VP-ROW-HI)
013539          PERFORM EXPORT-CIRCLE-ARCS
013539              THRU EXPORT-CIRCLE-ARCS-EXIT
013539          GO TO EXPORT-CIRCLE-VECTOR-EXIT.
013539      MOVE 'C' TO VEC-TYPE.
013539      MOVE CIR-CTR-X TO VEC-X1.
013539      MOVE CIR-CTR-Y TO VEC-Y1.
013539      MOVE CIR-RADIUS TO VEC-X2.
013539      MOVE 0 TO VEC-Y2.
013539      MOVE 'D' TO VEC-PEN.
013539      MOVE DRAW-SYMBOL TO VEC-SYMBOL.
013539      WRITE VECTOR-RECORD.
013539 EXPORT-CIRCLE-VECTOR-EXIT.
013539      EXIT.
013539
013539*-----EXPORTS THE ARCS OF THE CIRCLE IN CIR-CTR-X/Y AND CIR-RADIUS
013539*-----(ALREADY ON THE WINDOW'S SCALE) THAT FALL IN THE WINDOW.
013539*-----EACH OCTANT IS WALKED WITH THE MIDPOINT STEPS THE BUFFER WAS
013539*-----PLOTTED WITH; EVERY STRAIGHT RUN OF ITS POINTS IS CUT TO THE
013539*-----WINDOW LIKE A DECK SEGMENT AND EXPORTED AS A LINE, AND EACH
013539*-----OCTANT IS JOINED TO ITS MIRROR WHERE THE TWO MEET AT THE
013539*-----DIAGONAL. THE RUNS OF AN OCTANT FOLLOW ONE ANOTHER END TO
013539*-----START, SO A PLOTTER CAN DRAW EACH VISIBLE ARC AS ONE STROKE.
013539 EXPORT-CIRCLE-ARCS.
013539      MOVE VP-PREV-X TO VP-ARC-SAVE-PREV-X.
013539      MOVE VP-PREV-Y TO VP-ARC-SAVE-PREV-Y.
013539      MOVE POINT1X TO VP-ARC-SAVE-1X.
013539      MOVE POINT1Y TO VP-ARC-SAVE-1Y.
013539      MOVE POINT2X TO VP-ARC-SAVE-2X.
013539      MOVE POINT2Y TO VP-ARC-SAVE-2Y.
013539      MOVE 1 TO VP-ARC-OCT.
013539 EXPORT-ARC-OCTANT-LOOP.
013539      IF VP-ARC-OCT > 8 GO TO EXPORT-CIRCLE-ARCS-DONE.
013539      MOVE 0 TO CIR-X.
013539      MOVE CIR-RADIUS TO CIR-Y.
013539      COMPUTE CIR-DECISION = 1 - CIR-RADIUS.
013539      PERFORM MAP-ARC-POINT.
013539      MOVE VP-ARC-PT-X TO VP-ARC-X1.
013539      MOVE VP-ARC-PT-Y TO VP-ARC-Y1.
013539      MOVE SPACE TO VP-ARC-RUN-DIR.
013539 EXPORT-ARC-STEP-LOOP.
013539      IF CIR-X NOT < CIR-Y GO TO EXPORT-ARC-OCTANT-END.
013539      PERFORM MAP-ARC-POINT.
013539      MOVE CIR-Y TO VP-ARC-LAST-Y.
013539      PERFORM MIDPOINT-CIRCLE-STEP.
013539      MOVE 'H' TO VP-ARC-STEP-DIR.
013539      IF CIR-Y NOT = VP-ARC-LAST-Y
013539          MOVE 'D' TO VP-ARC-STEP-DIR.
013539      IF VP-ARC-RUN-DIR NOT = SPACE
013539          AND VP-ARC-STEP-DIR NOT = VP-ARC-RUN-DIR
013539          PERFORM EXPORT-ARC-RUN THRU EXPORT-ARC-RUN-EXIT
013539          MOVE VP-ARC-PT-X TO VP-ARC-X1
013539          MOVE VP-ARC-PT-Y TO VP-ARC-Y1.
013539      MOVE VP-ARC-STEP-DIR TO VP-ARC-RUN-DIR.
013539      GO TO EXPORT-ARC-STEP-LOOP.
013539 EXPORT-ARC-OCTANT-END.
013539      PERFORM MAP-ARC-POINT.
013539      PERFORM EXPORT-ARC-RUN THRU EXPORT-ARC-RUN-EXIT.
013539*-----AN ODD OCTANT AND THE EVEN ONE AFTER IT END AT THE SAME
013539*-----PLACE ON THE DIAGONAL, TO WITHIN A STEP; THE GAP IS CLOSED
013539*-----THERE.
013539      MOVE VP-ARC-PT-X TO VP-ARC-X1.
013539      MOVE VP-ARC-PT-Y TO VP-ARC-Y1.
013539      ADD 1 TO VP-ARC-OCT.
013539      IF VP-ARC-OCT = 2 OR VP-ARC-OCT = 4
013539          OR VP-ARC-OCT = 6 OR VP-ARC-OCT = 8
013539          PERFORM MAP-ARC-POINT
013539          PERFORM EXPORT-ARC-RUN THRU EXPORT-ARC-RUN-EXIT.
013539      GO TO EXPORT-ARC-OCTANT-LOOP.
013539 EXPORT-CIRCLE-ARCS-DONE.
013539      MOVE VP-ARC-SAVE-PREV-X TO VP-PREV-X.
013539      MOVE VP-ARC-SAVE-PREV-Y TO VP-PREV-Y.
013539      MOVE VP-ARC-SAVE-1X TO POINT1X.
013539      MOVE VP-ARC-SAVE-1Y TO POINT1Y.
013539      MOVE VP-ARC-SAVE-2X TO POINT2X.
013539      MOVE VP-ARC-SAVE-2Y TO POINT2Y.
013539 EXPORT-CIRCLE-ARCS-EXIT.
013539      EXIT.
013539
013539*-----PUTS THE POINT AT MIDPOINT OFFSETS CIR-X/CIR-Y, TAKEN INTO
013539*-----OCTANT VP-ARC-OCT, IN VP-ARC-PT-X/Y.
013539 MAP-ARC-POINT.
013539      IF VP-ARC-SWAP(VP-ARC-OCT) = 'Y'
013539          MOVE CIR-Y TO VP-ARC-DX
013539          MOVE CIR-X TO VP-ARC-DY
013539      ELSE
013539          MOVE CIR-X TO VP-ARC-DX
013539          MOVE CIR-Y TO VP-ARC-DY.
013539      IF VP-ARC-SIGN-X(VP-ARC-OCT) = '-'
013539          COMPUTE VP-ARC-DX = 0 - VP-ARC-DX.
013539      IF VP-ARC-SIGN-Y(VP-ARC-OCT) = '-'
013539          COMPUTE VP-ARC-DY = 0 - VP-ARC-DY.
013539      COMPUTE VP-ARC-PT-X = CIR-CTR-X + VP-ARC-DX.
013539      COMPUTE VP-ARC-PT-Y = CIR-CTR-Y + VP-ARC-DY.
013539
013539*-----CUTS THE RUN FROM VP-ARC-X1/Y1 TO VP-ARC-PT-X/Y TO THE
013539*-----WINDOW, THROUGH THE PEN FIELDS THE CUT WORKS ON, AND EXPORTS
013539*-----WHATEVER PART OF IT SHOWS. A RUN OF NO LENGTH IS PASSED
013539*-----OVER.
013539 EXPORT-ARC-RUN.
013539      IF VP-ARC-X1 = VP-ARC-PT-X AND VP-ARC-Y1 = VP-ARC-PT-Y
013539          GO TO EXPORT-ARC-RUN-EXIT.
013539      MOVE VP-ARC-X1 TO VP-PREV-X.
013539      MOVE VP-ARC-Y1 TO VP-PREV-Y.
013539      MOVE VP-ARC-PT-X TO VP-NEW-X.
013539      MOVE VP-ARC-PT-Y TO VP-NEW-Y.
013539      PERFORM CLIP-VIEWPORT-SEGMENT
013539          THRU CLIP-VIEWPORT-SEGMENT-EXIT.
013539      IF VP-SEGMENT-VISIBLE
013539          PERFORM EXPORT-LINE-VECTOR.
013539 EXPORT-ARC-RUN-EXIT.
013539      EXIT.
013539
013539*-----OPENS THE DRAWING'S EXPORT FILE THE FIRST TIME SOMETHING
013539*-----IS ACTUALLY EXPORTED. A FAILED OPEN ONLY COSTS THE EXPORT,
013542*-----THE SELECTION TABLE. A BLANK LIST LEAVES THE COUNT AT ZERO,
013543*-----WHICH RENDERS EVERY LAYER.
013544 SET-LAYER-SELECTION.
013544      MOVE CTL-OUTPUT-NAME TO LAYER-SELECTION-TEXT.
013545      MOVE SPACES TO SELECTED-LAYER-TABLE.
013546      MOVE 0 TO SELECTED-LAYER-CNT.
013547      UNSTRING CTL-OUTPUT-NAME DELIMITED BY ','
013579          FILL-SEED-X * XFORM-SCALE + XFORM-OFF-X + 1.
013580      COMPUTE XFORM-WORK-Y ROUNDED =
013581          FILL-SEED-Y * XFORM-SCALE + XFORM-OFF-Y + 1.
013581      MOVE '*' TO DRAW-SYMBOL.
013581      IF FILL-SYMBOL NOT = SPACE
013581          MOVE FILL-SYMBOL TO DRAW-SYMBOL.
013581*-----UNDER A VIEWPORT THE SEED IS NOT A RANGE ERROR: THE REGION
013581*-----IS FOUND ON THE FULL SHEET AND CUT TO THE WINDOW.
013581      IF VIEWPORT-IS-ACTIVE
013581          PERFORM FILL-VIEWPORT-REGION
013581              THRU FILL-VIEWPORT-REGION-EXIT
013581          GO TO FILL-REGION-EXIT.
013582      IF XFORM-WORK-X < 1 OR XFORM-WORK-X > CANVAS-COLS
013583          OR XFORM-WORK-Y < 1 OR XFORM-WORK-Y > CANVAS-ROWS
013584          ADD 1 TO OOR-COORD-CNT
013589          GO TO FILL-REGION-EXIT.
013590      IF BF-POINT(XFORM-WORK-Y, XFORM-WORK-X) NOT = SPACE
013591          GO TO FILL-REGION-EXIT.
013591      MOVE XFORM-WORK-Y TO FILL-NBR-ROW.
013591      MOVE XFORM-WORK-X TO FILL-NBR-COL.
013591      PERFORM FLOOD-FROM-CELL THRU FLOOD-FROM-CELL-EXIT.
013591 FILL-REGION-EXIT.
013591      EXIT.
013591
013591*-----FLOODS OUTWARD FROM THE EMPTY CELL IN FILL-NBR-ROW/COL WITH
013591*-----DRAW-SYMBOL -- OR, WHILE VP-SHEET-SW IS ON, MARKS THE REGION
013591*-----ON THE VIEWPORT'S SHEET WITH VP-FILL-MARK.
013591 FLOOD-FROM-CELL.
013591      MOVE 0 TO FILL-STACK-PTR.
013591      PERFORM FILL-TRY-NEIGHBOR THRU FILL-TRY-NEIGHBOR-EXIT.
013599 FILL-POP-LOOP.
013600      IF FILL-STACK-PTR = 0 GO TO FLOOD-FROM-CELL-EXIT.
013601      MOVE FILL-STK-ROW(FILL-STACK-PTR) TO FILL-CUR-ROW.
013602      MOVE FILL-STK-COL(FILL-STACK-PTR) TO FILL-CUR-COL.
013603      SUBTRACT 1 FROM FILL-STACK-PTR.
013614      COMPUTE FILL-NBR-COL = FILL-CUR-COL - 1.
013615      PERFORM FILL-TRY-NEIGHBOR THRU FILL-TRY-NEIGHBOR-EXIT.
013616      GO TO FILL-POP-LOOP.
013616 FLOOD-FROM-CELL-EXIT.
013616      EXIT.
013616
013616*-----A FILL UNDER A VIEWPORT. THE SEED'S REGION IS MARKED ON THE
013616*-----FULL SHEET, AND EVERY EMPTY WINDOW CELL LYING WELL INSIDE IT
013616*-----(ITS PLACE ON THE SHEET AND ALL EIGHT NEIGHBORS MARKED)
013616*-----SEEDS A FLOOD OF THE WINDOW, SO THE REGION IS FILLED
013616*-----WHEREVER IT SHOWS, HOWEVER IT REACHES THE WINDOW AND
013616*-----WHEREVER THE SEED LIES. A SEED IN THE WINDOW FLOODS FROM
013616*-----ITSELF FIRST, SO A REGION TOO NARROW TO PASS THAT TEST STILL
013616*-----FILLS AS IT ALWAYS HAS. THE MARK THEN BECOMES THE FILL
013616*-----SYMBOL ON THE SHEET. THE FILL IS COUNTED CLIPPED ONLY WHEN
013616*-----ITS SEED IS OUTSIDE THE WINDOW AND NO PART OF ITS REGION
013616*-----SHOWS THERE.
013616 FILL-VIEWPORT-REGION.
013616      MOVE 0 TO VP-FILL-SEED-CNT.
013616      PERFORM APPLY-VIEWPORT.
013616      IF VP-POINT-OUTSIDE
013616          GO TO FILL-VIEWPORT-SHEET.
013616      IF BF-POINT(VP-NEW-Y, VP-NEW-X) NOT = SPACE
013616          GO TO FILL-VIEWPORT-SHEET.
013616      MOVE VP-NEW-Y TO FILL-NBR-ROW.
013616      MOVE VP-NEW-X TO FILL-NBR-COL.
013616      PERFORM FLOOD-FROM-CELL THRU FLOOD-FROM-CELL-EXIT.
013616      ADD 1 TO VP-FILL-SEED-CNT.
013616 FILL-VIEWPORT-SHEET.
013616      IF XFORM-WORK-X < 1 OR XFORM-WORK-X > CANVAS-COLS
013616          OR XFORM-WORK-Y < 1 OR XFORM-WORK-Y > CANVAS-ROWS
013616          GO TO FILL-VIEWPORT-REGION-DONE.
013616      IF VP-SHEET-POINT(XFORM-WORK-Y, XFORM-WORK-X) NOT = SPACE
013616          GO TO FILL-VIEWPORT-REGION-DONE.
013616      MOVE 'Y' TO VP-SHEET-SW.
013616      MOVE XFORM-WORK-Y TO FILL-NBR-ROW.
013616      MOVE XFORM-WORK-X TO FILL-NBR-COL.
013616      PERFORM FLOOD-FROM-CELL THRU FLOOD-FROM-CELL-EXIT.
013616      MOVE 'N' TO VP-SHEET-SW.
013616      IF VP-SCALE = 0
013616          GO TO FILL-VIEWPORT-UNMARK.
013616      MOVE 1 TO VP-WIN-ROW.
013616 FILL-VIEWPORT-ROW-LOOP.
013616      IF VP-WIN-ROW > VP-ROW-HI GO TO FILL-VIEWPORT-UNMARK.
013616      MOVE 1 TO VP-WIN-COL.
013616 FILL-VIEWPORT-COL-LOOP.
013616      IF VP-WIN-COL > VP-COL-HI
013616          ADD 1 TO VP-WIN-ROW
013616          GO TO FILL-VIEWPORT-ROW-LOOP.
013616      IF BF-POINT(VP-WIN-ROW, VP-WIN-COL) = SPACE
013616          PERFORM FILL-TRY-WINDOW-CELL
013616              THRU FILL-TRY-WINDOW-CELL-EXIT.
013616      ADD 1 TO VP-WIN-COL.
013616      GO TO FILL-VIEWPORT-COL-LOOP.
013616 FILL-VIEWPORT-UNMARK.
013616      MOVE 1 TO VP-SHT-ROW.
013616 FILL-UNMARK-ROW-LOOP.
013616      IF VP-SHT-ROW > CANVAS-ROWS GO TO FILL-VIEWPORT-REGION-DONE.
013616      MOVE 1 TO VP-SHT-COL.
013616 FILL-UNMARK-COL-LOOP.
013616      IF VP-SHT-COL > CANVAS-COLS
013616          ADD 1 TO VP-SHT-ROW
013616          GO TO FILL-UNMARK-ROW-LOOP.
013616      IF VP-SHEET-POINT(VP-SHT-ROW, VP-SHT-COL) = VP-FILL-MARK
013616          MOVE DRAW-SYMBOL
013616              TO VP-SHEET-POINT(VP-SHT-ROW, VP-SHT-COL).
013616      ADD 1 TO VP-SHT-COL.
013616      GO TO FILL-UNMARK-COL-LOOP.
013616 FILL-VIEWPORT-REGION-DONE.
013616      IF VP-POINT-OUTSIDE AND VP-FILL-SEED-CNT = 0
013616          ADD 1 TO VP-CLIPPED-CNT.
013616 FILL-VIEWPORT-REGION-EXIT.
013616      EXIT.
013616
013616*-----SEEDS A FLOOD OF THE WINDOW FROM ITS EMPTY CELL AT
013616*-----VP-WIN-ROW/ COL WHEN THAT CELL'S PLACE ON THE SHEET (BACK
013616*-----THROUGH THE INVERSE OF APPLY-VIEWPORT) AND ALL EIGHT ITS
013616*-----NEIGHBORS CARRY THE REGION'S MARK. A CELL ON A BOUNDARY'S
013616*-----EDGE COULD FALL ON EITHER SIDE OF IT ONCE BLOWN UP, SO IT IS
013616*-----NOT TRUSTED.
013616 FILL-TRY-WINDOW-CELL.
013616      COMPUTE VP-SHT-FRAC = (VP-WIN-COL - 1) / VP-SCALE.
013616      COMPUTE VP-SHT-COL ROUNDED = VP-SHT-FRAC + VP-X-LO + 1.
013616      COMPUTE VP-SHT-FRAC = (VP-WIN-ROW - 1) / VP-SCALE.
013616      COMPUTE VP-SHT-ROW ROUNDED = VP-SHT-FRAC + VP-Y-LO + 1.
013616      COMPUTE VP-NBR-ROW = VP-SHT-ROW - 1.
013616 FILL-CHECK-ROW-LOOP.
013616      IF VP-NBR-ROW > VP-SHT-ROW + 1 GO TO FILL-CHECK-DONE.
013616      COMPUTE VP-NBR-COL = VP-SHT-COL - 1.
013616 FILL-CHECK-COL-LOOP.
013616      IF VP-NBR-COL > VP-SHT-COL + 1
013616          ADD 1 TO VP-NBR-ROW
013616          GO TO FILL-CHECK-ROW-LOOP.
013616      IF VP-NBR-ROW < 1 OR VP-NBR-ROW > CANVAS-ROWS
013616          OR VP-NBR-COL < 1 OR VP-NBR-COL > CANVAS-COLS
013616          GO TO FILL-TRY-WINDOW-CELL-EXIT.
013616      IF VP-SHEET-POINT(VP-NBR-ROW, VP-NBR-COL) NOT = VP-FILL-MARK
013616          GO TO FILL-TRY-WINDOW-CELL-EXIT.
013616      ADD 1 TO VP-NBR-COL.
013616      GO TO FILL-CHECK-COL-LOOP.
013616 FILL-CHECK-DONE.
013616      MOVE VP-WIN-ROW TO FILL-NBR-ROW.
013616      MOVE VP-WIN-COL TO FILL-NBR-COL.
013616      PERFORM FLOOD-FROM-CELL THRU FLOOD-FROM-CELL-EXIT.
013616      ADD 1 TO VP-FILL-SEED-CNT.
013616 FILL-TRY-WINDOW-CELL-EXIT.
013618      EXIT.
013619
013620*-----LAYS THE LABEL RECORD'S TEXT INTO THE BUFFER, ONE CHARACTER
013626          LABEL-POS-X * XFORM-SCALE + XFORM-OFF-X + 1.
013627      COMPUTE XFORM-WORK-Y ROUNDED =
013628          LABEL-POS-Y * XFORM-SCALE + XFORM-OFF-Y + 1.
013628*-----UNDER A VIEWPORT THE ANCHOR MOVES INTO THE WINDOW (THE TEXT
013628*-----IS NOT BLOWN UP) AND CELLS PAST THE WINDOW EDGE ARE CLIPPED
013628*-----LIKE CELLS PAST THE CANVAS EDGE. AN ANCHOR SO FAR OFF THAT
013628*-----NO CHARACTER COULD SHOW IS DONE WITH HERE. THE TEXT GOES
013628*-----ONTO THE VIEWPORT'S SHEET TOO, FROM THE SHEET'S OWN ANCHOR.
013628      IF VIEWPORT-IS-ACTIVE
013628          PERFORM APPLY-VIEWPORT
013628          PERFORM PLACE-LABEL-ON-SHEET
013628              THRU PLACE-LABEL-ON-SHEET-EXIT.
013628      IF VIEWPORT-IS-ACTIVE AND VP-POINT-OUTSIDE
013628          ADD 1 TO VP-CLIPPED-CNT.
013628      IF VIEWPORT-IS-ACTIVE
013628          AND (VP-NEW-Y < 1 OR VP-NEW-Y > VP-ROW-HI
013628               OR VP-NEW-X > VP-COL-HI OR VP-NEW-X < -60)
013628          GO TO PLACE-LABEL-EXIT.
013628      IF VIEWPORT-IS-ACTIVE
013628          MOVE VP-NEW-X TO XFORM-WORK-X
013628          MOVE VP-NEW-Y TO XFORM-WORK-Y.
013629      IF XFORM-WORK-Y < 1 OR XFORM-WORK-Y > CANVAS-ROWS
013630          GO TO PLACE-LABEL-EXIT.
013631      MOVE 1 TO LBL-IDX.
013634      COMPUTE LBL-COL = XFORM-WORK-X + LBL-IDX - 1.
013635      IF LABEL-TEXT-CHAR(LBL-IDX) NOT = SPACE
013636          AND LBL-COL NOT < 1 AND LBL-COL NOT > CANVAS-COLS
013636          AND (LBL-COL NOT > VP-COL-HI OR NOT VIEWPORT-IS-ACTIVE)
013637          MOVE LABEL-TEXT-CHAR(LBL-IDX)
013638              TO BF-POINT(XFORM-WORK-Y, LBL-COL).
013639      ADD 1 TO LBL-IDX.
013641 PLACE-LABEL-EXIT.
013642      EXIT.
013643
013643*-----LAYS THE LABEL'S TEXT ONTO THE VIEWPORT'S SHEET RIGHTWARD
013643*-----FROM THE ANCHOR IN XFORM-WORK-X/Y, AS PLACE-LABEL WOULD LAY
013643*-----IT ON A FULL SHEET.
013643 PLACE-LABEL-ON-SHEET.
013643      MOVE XFORM-WORK-Y TO VP-SHT-ROW.
013643      MOVE 1 TO LBL-IDX.
013643 SHEET-LABEL-LOOP.
013643      IF LBL-IDX > 60 GO TO PLACE-LABEL-ON-SHEET-EXIT.
013643      COMPUTE VP-SHT-COL = XFORM-WORK-X + LBL-IDX - 1.
013643      IF LABEL-TEXT-CHAR(LBL-IDX) NOT = SPACE
013643          AND VP-SHT-ROW NOT < 1 AND VP-SHT-ROW NOT > CANVAS-ROWS
013643          AND VP-SHT-COL NOT < 1 AND VP-SHT-COL NOT > CANVAS-COLS
013643          MOVE LABEL-TEXT-CHAR(LBL-IDX)
013643              TO VP-SHEET-POINT(VP-SHT-ROW, VP-SHT-COL).
013643      ADD 1 TO LBL-IDX.
013643      GO TO SHEET-LABEL-LOOP.
013643 PLACE-LABEL-ON-SHEET-EXIT.
013643      EXIT.
013643
013644*-----STACKS AND MARKS THE ONE NEIGHBOR CELL IN FILL-NBR-ROW/COL
013644*-----WHEN IT IS ON THE CANVAS AND STILL EMPTY -- IN THE WINDOW
013644*-----TOO UNDER A VIEWPORT, OR ON THE VIEWPORT'S SHEET WHILE
013644*-----VP-SHEET-SW IS ON.
013646 FILL-TRY-NEIGHBOR.
013647      IF FILL-NBR-ROW < 1 OR FILL-NBR-ROW > CANVAS-ROWS
013648          OR FILL-NBR-COL < 1 OR FILL-NBR-COL > CANVAS-COLS
013649          GO TO FILL-TRY-NEIGHBOR-EXIT.
013649      IF VP-WORKING-ON-SHEET
013649          GO TO FILL-TRY-SHEET-NEIGHBOR.
013649      IF VIEWPORT-IS-ACTIVE
013649          AND (FILL-NBR-ROW > VP-ROW-HI
013649               OR FILL-NBR-COL > VP-COL-HI)
013649          GO TO FILL-TRY-NEIGHBOR-EXIT.
013650      IF BF-POINT(FILL-NBR-ROW, FILL-NBR-COL) NOT = SPACE
013651          GO TO FILL-TRY-NEIGHBOR-EXIT.
013651      MOVE DRAW-SYMBOL TO BF-POINT(FILL-NBR-ROW, FILL-NBR-COL).
013651      GO TO FILL-STACK-NEIGHBOR.
013651 FILL-TRY-SHEET-NEIGHBOR.
013651      IF VP-SHEET-POINT(FILL-NBR-ROW, FILL-NBR-COL) NOT = SPACE
013651          GO TO FILL-TRY-NEIGHBOR-EXIT.
013651      MOVE VP-FILL-MARK
013651          TO VP-SHEET-POINT(FILL-NBR-ROW, FILL-NBR-COL).
013651 FILL-STACK-NEIGHBOR.
013652      ADD 1 TO FILL-STACK-PTR.
013653      MOVE FILL-NBR-ROW TO FILL-STK-ROW(FILL-STACK-PTR).
013654      MOVE FILL-NBR-COL TO FILL-STK-COL(FILL-STACK-PTR).
013656 FILL-TRY-NEIGHBOR-EXIT.
013657      EXIT.
013658
013672              'INCLUDE SKIPPED: ' WS-SHAPE-NAME
013672          ADD 1 TO DECK-WARN-CNT
013672          GO TO SHAPE-READ-DONE.
013672*-----THE SHAPE'S CHANGE DATE AS OF THIS RUN GOES ON THE LINEAGE,
013672*-----SO A LATER REPLACE OF THE SHAPE SHOWS UP AS A NEWER DATE.
013672      MOVE 'SHAPE' TO NEW-LIN-TYPE.
013672      MOVE WS-SHAPE-NAME TO NEW-LIN-NAME.
013672      MOVE SHP-CHANGE-DATE TO NEW-LIN-DATE.
013672      PERFORM NOTE-LINEAGE-SOURCE THRU NOTE-LINEAGE-SOURCE-EXIT.
013673 SHAPE-READ-LOOP.
013676      IF SHAPE-IS-EOF GO TO SHAPE-READ-DONE.
013677      MOVE SHP-IMAGE TO WHOLE-INPUT-RECORD.
013690 READ-NEXT-SHAPE-DONE.
013690      EXIT.
013690
013690*-----NOTES ONE SOURCE OF THE OPEN DRAWING IN THE LINEAGE TABLE
013690*-----(NEW-LIN-TYPE/NAME/DATE), ONCE ONLY -- A SHAPE INCLUDED
013690*-----TEN TIMES IS STILL ONE SOURCE, THOUGH EVERY DIRECTIVE IS
013690*-----NOTED AS IT COMES. A FULL TABLE WARNS BUT NEVER STOPS THE
013690*-----DRAWING.
013690 NOTE-LINEAGE-SOURCE.
013690      IF NEW-LIN-TYPE = 'CONTROL' GO TO NOTE-LINEAGE-NEW.
013690      MOVE 0 TO LIN-IDX.
013690 NOTE-LINEAGE-LOOP.
013690      ADD 1 TO LIN-IDX.
013690      IF LIN-IDX > LIN-ENTRY-CNT GO TO NOTE-LINEAGE-NEW.
013690      IF LT-SOURCE-TYPE(LIN-IDX) = NEW-LIN-TYPE
013690          AND LT-SOURCE-NAME(LIN-IDX) = NEW-LIN-NAME
013690          GO TO NOTE-LINEAGE-SOURCE-EXIT.
013690      GO TO NOTE-LINEAGE-LOOP.
013690 NOTE-LINEAGE-NEW.
013690      IF LIN-ENTRY-CNT NOT < 50
013690          DISPLAY 'DDA-W023 LINEAGE TABLE FULL, SOURCE NOT '
013690              'RECORDED: ' NEW-LIN-NAME
013690          GO TO NOTE-LINEAGE-SOURCE-EXIT.
013690      ADD 1 TO LIN-ENTRY-CNT.
013690      MOVE NEW-LIN-TYPE TO LT-SOURCE-TYPE(LIN-ENTRY-CNT).
013690      MOVE NEW-LIN-NAME TO LT-SOURCE-NAME(LIN-ENTRY-CNT).
013690      MOVE NEW-LIN-DATE TO LT-SHAPE-DATE(LIN-ENTRY-CNT).
013690 NOTE-LINEAGE-SOURCE-EXIT.
013690      EXIT.
013690
013690*-----NOTES THE STANDING DIRECTIVES THE NEW DRAWING RUNS UNDER,
013690*-----ALL FIVE EVERY TIME (A BLANK ONE TAKES ITS DIRECTIVE DOWN),
013690*-----SO A RERUN DOES NOT PICK UP WHATEVER THE DRAWING BEFORE IT
013690*-----LEFT IN FORCE.
013690 NOTE-DRAWING-DIRECTIVES.
013690      MOVE 'CONTROL' TO NEW-LIN-TYPE.
013690      MOVE 'VECTOR' TO NEW-LIN-DATE.
013690      MOVE SPACES TO NEW-LIN-NAME.
013690      IF NOT VECTOR-EXPORT-ON
013690          MOVE 'OFF' TO NEW-LIN-NAME.
013690      PERFORM NOTE-LINEAGE-SOURCE THRU NOTE-LINEAGE-SOURCE-EXIT.
013690      MOVE 'LAYERS' TO NEW-LIN-DATE.
013690      MOVE LAYER-SELECTION-TEXT TO NEW-LIN-NAME.
013690      PERFORM NOTE-LINEAGE-SOURCE THRU NOTE-LINEAGE-SOURCE-EXIT.
013690      MOVE 'WIDTH' TO NEW-LIN-DATE.
013690      MOVE PRINT-LINE-WIDTH TO LIN-WIDTH.
013690      MOVE LIN-WIDTH-VALUE TO NEW-LIN-NAME.
013690      PERFORM NOTE-LINEAGE-SOURCE THRU NOTE-LINEAGE-SOURCE-EXIT.
013690      MOVE 'VIEWPORT' TO NEW-LIN-DATE.
013690      MOVE SPACES TO NEW-LIN-NAME.
013690      IF VIEWPORT-IS-ACTIVE
013690          MOVE VP-X-LO TO LIN-VP-X-LO
013690          MOVE VP-Y-LO TO LIN-VP-Y-LO
013690          MOVE VP-X-HI TO LIN-VP-X-HI
013690          MOVE VP-Y-HI TO LIN-VP-Y-HI
013690          MOVE LIN-VIEWPORT-VALUE TO NEW-LIN-NAME.
013690      PERFORM NOTE-LINEAGE-SOURCE THRU NOTE-LINEAGE-SOURCE-EXIT.
013690      MOVE 'USER' TO NEW-LIN-DATE.
013690      MOVE AUDIT-USER-ID TO NEW-LIN-NAME.
013690      PERFORM NOTE-LINEAGE-SOURCE THRU NOTE-LINEAGE-SOURCE-EXIT.
013690
013690*-----NOTES THE '*PARMS' RECORDS HELD FOR THE DECK JUST NOTED.
013690 NOTE-DECK-PARMS.
013690      MOVE 'CONTROL' TO NEW-LIN-TYPE.
013690      MOVE 'PARMS' TO NEW-LIN-DATE.
013690      MOVE 0 TO HELD-PARMS-IDX.
013690 NOTE-DECK-PARMS-LOOP.
013690      ADD 1 TO HELD-PARMS-IDX.
013690      IF HELD-PARMS-IDX > HELD-PARMS-CNT
013690          GO TO NOTE-DECK-PARMS-EXIT.
013690      MOVE HELD-PARMS-TEXT(HELD-PARMS-IDX) TO NEW-LIN-NAME.
013690      PERFORM NOTE-LINEAGE-SOURCE THRU NOTE-LINEAGE-SOURCE-EXIT.
013690      GO TO NOTE-DECK-PARMS-LOOP.
013690 NOTE-DECK-PARMS-EXIT.
013690      EXIT.
013690
013690*-----NOTES THE STANDING DIRECTIVE NOW IN HAND WHERE IT FALLS IN
013690*-----THE OPEN DRAWING'S STACK. ONE ARRIVING BETWEEN DRAWINGS IS
013690*-----PICKED UP WITH THE REST WHEN THE NEXT BASE DECK STARTS.
013690 NOTE-OPEN-DIRECTIVE.
013690      IF DRAWING-IS-OPEN AND NOT VALIDATE-ONLY
013690          MOVE 'CONTROL' TO NEW-LIN-TYPE
013690          MOVE SPACES TO NEW-LIN-DATE
013690          UNSTRING CTL-INPUT-NAME DELIMITED BY '*'
013690              INTO LIN-DIRECTIVE-STAR NEW-LIN-DATE
013690          MOVE CTL-OUTPUT-NAME TO NEW-LIN-NAME
013690          PERFORM NOTE-LINEAGE-SOURCE
013690              THRU NOTE-LINEAGE-SOURCE-EXIT.
013690
013690*-----TAKES THE RECORD COUNT AND HASH TOTAL OF THE FILE NAMED IN
013690*-----WS-SOURCE-FILENAME. A FILE THAT CANNOT BE OPENED COMES
013690*-----BACK AS ZERO RECORDS, ZERO HASH.
013690 FINGERPRINT-SOURCE.
013690      MOVE 0 TO SRC-REC-CNT.
013690      MOVE 0 TO SRC-HASH-TOTAL.
013690      MOVE 'N' TO SOURCE-EOF-SW.
013690      MOVE 'N' TO SOURCE-FOUND-SW.
013690      OPEN INPUT SOURCE-DECK-FILE.
013690      IF SOURCE-DECK-STATUS NOT = '00'
013690          GO TO FINGERPRINT-SOURCE-EXIT.
013690      MOVE 'Y' TO SOURCE-FOUND-SW.
013690 FINGERPRINT-READ-LOOP.
013690      MOVE SPACES TO SOURCE-DECK-RECORD.
013690      READ SOURCE-DECK-FILE
013690          AT END MOVE 'Y' TO SOURCE-EOF-SW.
013690      IF SOURCE-IS-EOF GO TO FINGERPRINT-READ-DONE.
013690      ADD 1 TO SRC-REC-CNT.
013690      DIVIDE SRC-REC-CNT BY 23 GIVING SRC-WORK-QUOT
013690          REMAINDER SRC-REC-WEIGHT.
013690      ADD 1 TO SRC-REC-WEIGHT.
013690      MOVE 0 TO SRC-WORD-IDX.
013690 FINGERPRINT-WORD-LOOP.
013690      ADD 1 TO SRC-WORD-IDX.
013690      IF SRC-WORD-IDX > 17 GO TO FINGERPRINT-READ-LOOP.
013690      COMPUTE SRC-HASH-TOTAL = SRC-HASH-TOTAL
013690          + SRC-HASH-WORD(SRC-WORD-IDX) * SRC-WORD-IDX
013690          * SRC-REC-WEIGHT.
013690      GO TO FINGERPRINT-WORD-LOOP.
013690 FINGERPRINT-READ-DONE.
013690      CLOSE SOURCE-DECK-FILE.
013690 FINGERPRINT-SOURCE-EXIT.
013690      EXIT.
013690
013690*-----RENDERS THE VECTOR EXPORT FILE NAMED ON THE 'V' RECORD:
013690*-----EVERY L/M/C RECORD IS RESOLVED THROUGH THE SAME LINE AND
013690*-----CIRCLE MACHINERY AN ORDINARY DECK DRIVES, UNDER THE ACTIVE
013690              'RECORD SKIPPED: ' WS-VECSRC-FILENAME
013690          ADD 1 TO DECK-WARN-CNT
013690          GO TO RUN-VECTOR-SOURCE-EXIT.
013690      MOVE 'VECSRC' TO NEW-LIN-TYPE.
013690      MOVE WS-VECSRC-FILENAME TO NEW-LIN-NAME.
013690      MOVE SPACES TO NEW-LIN-DATE.
013690      PERFORM NOTE-LINEAGE-SOURCE THRU NOTE-LINEAGE-SOURCE-EXIT.
013690 VECSRC-READ-LOOP.
013690      READ VECTOR-SOURCE-FILE
013690          AT END MOVE 'Y' TO VECSRC-EOF-SW.
013690          (VSRC-X1 - 1) * XFORM-SCALE + XFORM-OFF-X + 1.
013690      COMPUTE XFORM-WORK-Y ROUNDED =
013690          (VSRC-Y1 - 1) * XFORM-SCALE + XFORM-OFF-Y + 1.
013690      IF VIEWPORT-IS-ACTIVE
013690          GO TO RENDER-VECTOR-VIEWPORT.
013690      IF XFORM-WORK-X < 1 OR XFORM-WORK-X > CANVAS-COLS
013690          OR XFORM-WORK-Y < 1 OR XFORM-WORK-Y > CANVAS-ROWS
013690          GO TO RENDER-VECTOR-BAD-POINT.
013690      COMPUTE CIR-CTR-Y ROUNDED =
013690          (VSRC-Y1 - 1) * XFORM-SCALE + XFORM-OFF-Y + 1.
013690      COMPUTE CIR-RADIUS ROUNDED = VSRC-X2 * XFORM-SCALE.
013690      MOVE 'N' TO VP-CIRCLE-GONE-SW.
013690      IF VIEWPORT-IS-ACTIVE
013690          PERFORM ADD-CIRCLE-TO-SHEET
013690          PERFORM APPLY-VIEWPORT-CIRCLE.
013690      IF NOT VP-CIRCLE-IS-GONE
013690          MOVE 0 TO CIR-X
013690          MOVE CIR-RADIUS TO CIR-Y
013690          COMPUTE CIR-DECISION = 1 - CIR-RADIUS
013690          PERFORM PLOT-CIRCLE-POINTS
013690          PERFORM MIDPOINT-CIRCLE-LOOP.
013690      PERFORM EXPORT-CIRCLE-VECTOR
013690          THRU EXPORT-CIRCLE-VECTOR-EXIT.
013690      GO TO RENDER-VECTOR-RECORD-EXIT.
013690*-----UNDER A VIEWPORT A LINE RECORD IS CUT TO THE WINDOW LIKE A
013690*-----DECK SEGMENT, AND THE PEN ENDS ON THE RECORD'S LAST POINT
013690*-----IN OR OUT OF THE WINDOW, READY FOR THE DECK RECORDS BELOW.
013690 RENDER-VECTOR-VIEWPORT.
013690      PERFORM APPLY-VIEWPORT.
013690      IF VSRC-TYPE = 'M'
013690          GO TO RENDER-VIEWPORT-MOVE.
013690      MOVE VP-NEW-X TO VP-PREV-X.
013690      MOVE VP-NEW-Y TO VP-PREV-Y.
013690      MOVE XFORM-WORK-X TO VP-SHT-PREV-X.
013690      MOVE XFORM-WORK-Y TO VP-SHT-PREV-Y.
013690      COMPUTE XFORM-WORK-X ROUNDED =
013690          (VSRC-X2 - 1) * XFORM-SCALE + XFORM-OFF-X + 1.
013690      COMPUTE XFORM-WORK-Y ROUNDED =
013690          (VSRC-Y2 - 1) * XFORM-SCALE + XFORM-OFF-Y + 1.
013690      PERFORM APPLY-VIEWPORT.
013690      IF VP-POINT-OUTSIDE
013690          ADD 1 TO VP-CLIPPED-CNT.
013690      MOVE VSRC-SYMBOL TO SEGMENT-SYMBOL.
013690      PERFORM ADD-LINE-TO-SHEET
013690          THRU ADD-LINE-TO-SHEET-EXIT.
013690      PERFORM DRAW-VIEWPORT-SEGMENT
013690          THRU DRAW-VIEWPORT-SEGMENT-EXIT.
013690      GO TO RENDER-VIEWPORT-NEW-TO-OLD.
013690 RENDER-VIEWPORT-MOVE.
013690      IF VP-POINT-OUTSIDE
013690          ADD 1 TO VP-CLIPPED-CNT
013690          GO TO RENDER-VIEWPORT-NEW-TO-OLD.
013690      MOVE VP-NEW-X TO POINT2X.
013690      MOVE VP-NEW-Y TO POINT2Y.
013690      MOVE POINT2X TO VEC-PT-X.
013690      MOVE POINT2Y TO VEC-PT-Y.
013690      PERFORM TRACK-VECTOR-BBOX.
013690      PERFORM EXPORT-MOVE-VECTOR.
013690 RENDER-VIEWPORT-NEW-TO-OLD.
013690      MOVE VP-NEW-X TO VP-PREV-X.
013690      MOVE VP-NEW-Y TO VP-PREV-Y.
013690      MOVE XFORM-WORK-X TO VP-SHT-PREV-X.
013690      MOVE XFORM-WORK-Y TO VP-SHT-PREV-Y.
013690      MOVE 'Y' TO FIRST-PT-DRAWN-SW.
013690      GO TO RENDER-VECTOR-RECORD-EXIT.
013690 RENDER-VECTOR-BAD-POINT.
013690      ADD 1 TO OOR-COORD-CNT.
013691*-----AFTER INIT-TABLE, THE FIRST COL OF THE TABLE ARE ALL '|'
013692*-----THE FIRST ROW OF THE TABLE ARE ALL '-'
013693*-----THE ORIGIN POINT IS '+'
013746*-----AND THE VIEWPORT'S SHEET IS FRAMED THE SAME WAY.
013800 INIT-TABLE.
013800      MOVE 0 TO DECK-PARM-REC-CNT.
013800*-----PARAMETER RECORDS AHEAD OF THE HEADERS ARE DECLARED AND
013800*-----PASSED OVER; A BAD ONE COSTS ONLY ITSELF.
013800 INIT-TABLE-READ.
013801      READ INPUT-FILE.
013801      IF PARM-MARKER = 'P' AND FILE-OPEN-STATUS = '00'
013801          ADD 1 TO DECK-PARM-REC-CNT
013801          PERFORM DECLARE-PARAMETER THRU DECLARE-PARAMETER-EXIT
013801          GO TO INIT-TABLE-READ.
013802      IF TITLE-MARKER = 'T'
013802          MOVE 'Y' TO DECK-TITLE-SW
013802          PERFORM SUBSTITUTE-PARAMETERS
013802              THRU SUBSTITUTE-PARAMETERS-EXIT
013803          PERFORM SAVE-RUN-TITLE
013805          READ INPUT-FILE.
013810      IF SIZE-MARKER = 'S'
013882*-----BUFFER AND ITS AXES ARE ALREADY THERE AND MUST NOT BE WIPED.
013885      IF NOT OVERLAY-IS-ACTIVE
013890          MOVE SPACES TO BF-RECORD
013895          MOVE SPACES TO VP-SHEET
013900          PERFORM INIT-COL
014000          PERFORM INIT-ROW
014036          MOVE '+' TO BF-POINT(1, 1)
014072          MOVE '+' TO VP-SHEET-POINT(1, 1).
014110      GO TO INIT-TABLE-EXIT.
014120*-----THE FIRST TITLE HEADER SEEN WINS, SO AN OVERLAY DECK'S TITLE
014130*-----NEVER REPLACES THE BASE DECK'S.
014260
014200 INIT-COL.
014300      MOVE '|' TO BF-POINT(CUR-ROW, 1).
014350      MOVE '|' TO VP-SHEET-POINT(CUR-ROW, 1).
014400      COMPUTE CUR-ROW = CUR-ROW + 1.
014500      IF CUR-ROW NOT > CANVAS-ROWS GO TO INIT-COL.
014600      MOVE 1 TO CUR-ROW.
014700 INIT-ROW.
014800      MOVE '-' TO BF-POINT(1, CUR-COL).
014850      MOVE '-' TO VP-SHEET-POINT(1, CUR-COL).
014900      COMPUTE CUR-COL = CUR-COL + 1.
015000      IF CUR-COL NOT > CANVAS-COLS GO TO INIT-ROW.
015100      MOVE 1 TO CUR-COL.
016600      COMPUTE XFORM-WORK-Y ROUNDED =
016610          XFORM-RAW-Y * XFORM-SCALE + XFORM-OFF-Y + 1.
016610      MOVE 'N' TO BAD-COORD-SW.
016611*-----UNDER A VIEWPORT THE POINT IS NEVER OUT OF RANGE, ONLY IN
016612*-----OR OUT OF THE WINDOW -- PROCESS-VIEWPORT-POINT TAKES IT
016613*-----FROM VP-NEW-X/Y.
016614      IF VIEWPORT-IS-ACTIVE
016615          PERFORM APPLY-VIEWPORT
016616          GO TO LOAD-READIN-EXIT.
016620      IF XFORM-WORK-X < 1 OR XFORM-WORK-X > CANVAS-COLS
016625          OR XFORM-WORK-Y < 1 OR XFORM-WORK-Y > CANVAS-ROWS
016630          MOVE 'Y' TO BAD-COORD-SW
020080      COMPUTE CIR-CTR-Y ROUNDED =
020085          CIRCLE-CTR-Y * XFORM-SCALE + XFORM-OFF-Y + 1.
020100      COMPUTE CIR-RADIUS ROUNDED = CIRCLE-RADIUS * XFORM-SCALE.
020101      MOVE 'N' TO VP-CIRCLE-GONE-SW.
020102      IF VIEWPORT-IS-ACTIVE
020102          PERFORM ADD-CIRCLE-TO-SHEET
020103          PERFORM APPLY-VIEWPORT-CIRCLE.
020104      IF NOT VP-CIRCLE-IS-GONE
020110          MOVE 0 TO CIR-X
020120          MOVE CIR-RADIUS TO CIR-Y
020130          COMPUTE CIR-DECISION = 1 - CIR-RADIUS
020140          PERFORM PLOT-CIRCLE-POINTS
020150          PERFORM MIDPOINT-CIRCLE-LOOP.
020160
020170 MIDPOINT-CIRCLE-LOOP.
020171      PERFORM MIDPOINT-CIRCLE-STEP.
020172      PERFORM PLOT-CIRCLE-POINTS.
020173      IF CIR-X < CIR-Y GO TO MIDPOINT-CIRCLE-LOOP.
020174
020175*-----ONE STEP ROUND THE OCTANT: X MOVES ON ONE, AND Y COMES IN
020176*-----ONE WHENEVER THE DECISION SAYS THE MIDPOINT FELL OUTSIDE THE
020177*-----CIRCLE.
020178 MIDPOINT-CIRCLE-STEP.
020180      IF CIR-DECISION < 0
020190          COMPUTE CIR-DECISION = CIR-DECISION + 2 * CIR-X + 3
020200      ELSE
020220                                 2 * (CIR-X - CIR-Y) + 5
020230          SUBTRACT 1 FROM CIR-Y.
020240      ADD 1 TO CIR-X.
020290
020300*-----PLOTS THE EIGHT POINTS SYMMETRIC ABOUT THE CIRCLE'S CENTER
020310*-----FOR THE CURRENT (CIR-X, CIR-Y) OFFSET.
020320 PLOT-CIRCLE-POINTS.
020330      COMPUTE CIR-PLOT-ROW = CIR-CTR-Y + CIR-Y.
020340      COMPUTE CIR-PLOT-COL = CIR-CTR-X + CIR-X.
020350      PERFORM CIR-PLOT-ONE THRU CIR-PLOT-ONE-EXIT.
020360      COMPUTE CIR-PLOT-ROW = CIR-CTR-Y + CIR-Y.
020370      COMPUTE CIR-PLOT-COL = CIR-CTR-X - CIR-X.
020380      PERFORM CIR-PLOT-ONE THRU CIR-PLOT-ONE-EXIT.
020390      COMPUTE CIR-PLOT-ROW = CIR-CTR-Y - CIR-Y.
020400      COMPUTE CIR-PLOT-COL = CIR-CTR-X + CIR-X.
020410      PERFORM CIR-PLOT-ONE THRU CIR-PLOT-ONE-EXIT.
020420      COMPUTE CIR-PLOT-ROW = CIR-CTR-Y - CIR-Y.
020430      COMPUTE CIR-PLOT-COL = CIR-CTR-X - CIR-X.
020440      PERFORM CIR-PLOT-ONE THRU CIR-PLOT-ONE-EXIT.
020450      COMPUTE CIR-PLOT-ROW = CIR-CTR-Y + CIR-X.
020460      COMPUTE CIR-PLOT-COL = CIR-CTR-X + CIR-Y.
020470      PERFORM CIR-PLOT-ONE THRU CIR-PLOT-ONE-EXIT.
020480      COMPUTE CIR-PLOT-ROW = CIR-CTR-Y + CIR-X.
020490      COMPUTE CIR-PLOT-COL = CIR-CTR-X - CIR-Y.
020500      PERFORM CIR-PLOT-ONE THRU CIR-PLOT-ONE-EXIT.
020510      COMPUTE CIR-PLOT-ROW = CIR-CTR-Y - CIR-X.
020520      COMPUTE CIR-PLOT-COL = CIR-CTR-X + CIR-Y.
020530      PERFORM CIR-PLOT-ONE THRU CIR-PLOT-ONE-EXIT.
020540      COMPUTE CIR-PLOT-ROW = CIR-CTR-Y - CIR-X.
020550      COMPUTE CIR-PLOT-COL = CIR-CTR-X - CIR-Y.
020560      PERFORM CIR-PLOT-ONE THRU CIR-PLOT-ONE-EXIT.
020570
020580*-----A CIRCLE POINT THAT FALLS OUTSIDE THE CANVAS IS SIMPLY NOT
020590*-----PLOTTED (SAME PHILOSOPHY AS THE OUT-OF-RANGE LINE COORDINATE
020600*-----CHECK IN LOAD-READIN-TO-POINT2XY).
020610 CIR-PLOT-ONE.
020611      IF VP-WORKING-ON-SHEET
020612          MOVE CIR-PLOT-ROW TO VP-SHT-ROW
020613          MOVE CIR-PLOT-COL TO VP-SHT-COL
020614          PERFORM PLOT-SHEET-CELL
020615          GO TO CIR-PLOT-ONE-EXIT.
020620      IF CIR-PLOT-ROW < 1 OR CIR-PLOT-ROW > CANVAS-ROWS
020630          OR CIR-PLOT-COL < 1 OR CIR-PLOT-COL > CANVAS-COLS
020640          GO TO CIR-PLOT-ONE-EXIT.
020641      IF VIEWPORT-IS-ACTIVE
020642          AND (CIR-PLOT-ROW > VP-ROW-HI
020642               OR CIR-PLOT-COL > VP-COL-HI)
020643          GO TO CIR-PLOT-ONE-EXIT.
020650      MOVE DRAW-SYMBOL TO BF-POINT(CIR-PLOT-ROW, CIR-PLOT-COL).
020651      IF CIR-PLOT-COL < BBOX-MIN-X
020652          MOVE CIR-PLOT-COL TO BBOX-MIN-X.
020658          MOVE CIR-PLOT-ROW TO BBOX-MAX-Y.
020660 CIR-PLOT-ONE-EXIT.
020670      EXIT.
020670
020670*-----PLOTS THE CIRCLE IN CIR-CTR-X/Y AND CIR-RADIUS, STILL ON THE
020670*-----SHEET'S OWN SCALE, ONTO THE VIEWPORT'S SHEET.
020670 ADD-CIRCLE-TO-SHEET.
020670      MOVE 'Y' TO VP-SHEET-SW.
020670      MOVE 0 TO CIR-X.
020670      MOVE CIR-RADIUS TO CIR-Y.
020670      COMPUTE CIR-DECISION = 1 - CIR-RADIUS.
020670      PERFORM PLOT-CIRCLE-POINTS.
020670      PERFORM MIDPOINT-CIRCLE-LOOP.
020670      MOVE 'N' TO VP-SHEET-SW.
020670
020670*-----DRAWS THE SEGMENT FROM VP-SHT-PREV TO XFORM-WORK-X/Y ONTO
020670*-----THE VIEWPORT'S SHEET, ONE CELL PER STEP ALONG ITS LONGER
020670*-----AXIS. CELLS OFF THE SHEET ARE PASSED OVER, SO EITHER END MAY
020670*-----LIE ANYWHERE.
020670 ADD-LINE-TO-SHEET.
020670      MOVE '*' TO DRAW-SYMBOL.
020670      IF SEGMENT-SYMBOL NOT = SPACE
020670          MOVE SEGMENT-SYMBOL TO DRAW-SYMBOL.
020670      COMPUTE VP-SHT-DX = XFORM-WORK-X - VP-SHT-PREV-X.
020670      COMPUTE VP-SHT-DY = XFORM-WORK-Y - VP-SHT-PREV-Y.
020670      MOVE VP-SHT-DX TO VP-SHT-STEPS.
020670      MOVE VP-SHT-DY TO VP-SHT-STEP.
020670      IF VP-SHT-STEP > VP-SHT-STEPS
020670          MOVE VP-SHT-STEP TO VP-SHT-STEPS.
020670      MOVE 0 TO VP-SHT-STEP.
020670 ADD-LINE-TO-SHEET-LOOP.
020670      MOVE 0 TO VP-SHT-FRAC.
020670      IF VP-SHT-STEPS > 0
020670          COMPUTE VP-SHT-FRAC = VP-SHT-STEP / VP-SHT-STEPS.
020670      COMPUTE VP-SHT-COL ROUNDED =
020670          VP-SHT-PREV-X + VP-SHT-FRAC * VP-SHT-DX.
020670      COMPUTE VP-SHT-ROW ROUNDED =
020670          VP-SHT-PREV-Y + VP-SHT-FRAC * VP-SHT-DY.
020670      PERFORM PLOT-SHEET-CELL.
020670      ADD 1 TO VP-SHT-STEP.
020670      IF VP-SHT-STEP NOT > VP-SHT-STEPS
020670          GO TO ADD-LINE-TO-SHEET-LOOP.
020670 ADD-LINE-TO-SHEET-EXIT.
020670      EXIT.
020670
020670*-----MARKS THE SHEET CELL AT VP-SHT-ROW/COL WITH DRAW-SYMBOL WHEN
020670*-----IT IS ON THE SHEET.
020670 PLOT-SHEET-CELL.
020670      IF VP-SHT-ROW NOT < 1 AND VP-SHT-ROW NOT > CANVAS-ROWS
020670          AND VP-SHT-COL NOT < 1 AND VP-SHT-COL NOT > CANVAS-COLS
020670          MOVE DRAW-SYMBOL
020670              TO VP-SHEET-POINT(VP-SHT-ROW, VP-SHT-COL).
020680
020681*-----BUILDS THE THREE COLUMN-RULER LINES (HUNDREDS DIGIT EVERY
020682*-----HUNDREDTH COLUMN, TENS DIGIT EVERY TENTH COLUMN, ONES DIGIT
020689          DISPLAY 'DDA-W018 BAD WIDTH ON *WIDTH RECORD, '
020689              'PRINT WIDTH UNCHANGED'.
020689
020689*-----INSTALLS THE WINDOW OFF A '*VIEWPORT' CONTROL RECORD, OR
020689*-----TAKES THE VIEWPORT DOWN WHEN THE WINDOW COLUMNS ARE BLANK.
020689*-----A WINDOW WITH A NON-NUMERIC CORNER, OR WITH NO WIDTH OR NO
020689*-----HEIGHT, IS REFUSED AND THE ONE IN FORCE STANDS.
020689 SET-VIEWPORT.
020689      IF CTL-OUTPUT-NAME = SPACES
020689          MOVE 'N' TO VIEWPORT-SW
020689          GO TO SET-VIEWPORT-EXIT.
020689      IF CTL-VP-X-LO NOT NUMERIC OR CTL-VP-Y-LO NOT NUMERIC
020689          OR CTL-VP-X-HI NOT NUMERIC OR CTL-VP-Y-HI NOT NUMERIC
020689          GO TO SET-VIEWPORT-BAD.
020689      IF CTL-VP-X-HI NOT > CTL-VP-X-LO
020689          OR CTL-VP-Y-HI NOT > CTL-VP-Y-LO
020689          GO TO SET-VIEWPORT-BAD.
020689      MOVE CTL-VP-X-LO TO VP-X-LO.
020689      MOVE CTL-VP-Y-LO TO VP-Y-LO.
020689      MOVE CTL-VP-X-HI TO VP-X-HI.
020689      MOVE CTL-VP-Y-HI TO VP-Y-HI.
020689      MOVE 'Y' TO VIEWPORT-SW.
020689      GO TO SET-VIEWPORT-EXIT.
020689 SET-VIEWPORT-BAD.
020689      DISPLAY 'DDA-W024 BAD WINDOW ON *VIEWPORT RECORD, '
020689          'VIEWPORT UNCHANGED'.
020689 SET-VIEWPORT-EXIT.
020689      EXIT.
020689
020689*-----WORKS OUT THE VIEWPORT'S BLOW-UP FOR THE DRAWING'S CANVAS:
020689*-----THE LARGEST ONE SCALE (TO TWO PLACES, ROUNDED DOWN) THAT
020689*-----FITS THE WHOLE WINDOW ACROSS AND DOWN, SO SHAPES KEEP THEIR
020689*-----PROPORTIONS, AND THE LAST CELL THE WINDOW REACHES EACH WAY.
020689 SET-VIEWPORT-SCALE.
020689      SUBTRACT VP-X-LO FROM VP-X-HI GIVING VP-WIDE.
020689      SUBTRACT VP-Y-LO FROM VP-Y-HI GIVING VP-HIGH.
020689      SUBTRACT 1 FROM CANVAS-COLS GIVING VP-COL-HI.
020689      SUBTRACT 1 FROM CANVAS-ROWS GIVING VP-ROW-HI.
020689      DIVIDE VP-WIDE INTO VP-COL-HI GIVING VP-SCALE.
020689      DIVIDE VP-HIGH INTO VP-ROW-HI GIVING VP-SCALE-Y.
020689      IF VP-SCALE-Y < VP-SCALE
020689          MOVE VP-SCALE-Y TO VP-SCALE.
020689      COMPUTE VP-COL-HI ROUNDED = VP-WIDE * VP-SCALE + 1.
020689      COMPUTE VP-ROW-HI ROUNDED = VP-HIGH * VP-SCALE + 1.
020689
020689*-----TAKES UP THE '*PARMS' RECORDS FOLLOWING THE CONTROL RECORD
020689*-----NOW IN HAND. EACH CARRIES NAME=VALUE ITEMS (THE NAME MAY
020689*-----BE WRITTEN &NAME), COMMA-SEPARATED AND UNBLANKED, IN THE
020689*-----OUTPUT-NAME COLUMNS; A LATER VALUE FOR A NAME REPLACES AN
020689*-----EARLIER ONE. A BASE DECK STARTS A FRESH SET; AN OVERLAY'S
020689*-----VALUES ARE ADDED TO ITS BASE DECK'S. THE RECORD THAT ENDS
020689*-----THE RUN IS HELD FOR BATCH-LOOP-NEXT AND THE ONE IN HAND IS
020689*-----PUT BACK.
020689 COLLECT-CONTROL-PARMS.
020689      IF CTL-OVERLAY-FLAG NOT = '+'
020689          MOVE 0 TO CTL-PARM-CNT
020689          MOVE SPACES TO CTL-PARM-TABLE.
020689      MOVE CONTROL-RECORD TO HELD-CONTROL-RECORD.
020689      MOVE 0 TO HELD-PARMS-CNT.
020689 COLLECT-CONTROL-PARMS-READ.
020689      PERFORM READ-CONTROL-FILE.
020689      IF CONTROL-IS-EOF GO TO COLLECT-CONTROL-PARMS-DONE.
020689      IF CTL-INPUT-NAME NOT = '*PARMS'
020689          MOVE CONTROL-RECORD TO PENDING-CONTROL-RECORD
020689          MOVE 'Y' TO CONTROL-PENDING-SW
020689          GO TO COLLECT-CONTROL-PARMS-DONE.
020689      PERFORM LOAD-CONTROL-PARMS THRU LOAD-CONTROL-PARMS-EXIT.
020689      IF HELD-PARMS-CNT < 10
020689          ADD 1 TO HELD-PARMS-CNT
020689          MOVE CTL-OUTPUT-NAME TO HELD-PARMS-TEXT(HELD-PARMS-CNT)
020689      ELSE
020689          DISPLAY 'DDA-W031 *PARMS RECORD NOT RECORDED IN '
020689              'LINEAGE: '
020689              CTL-OUTPUT-NAME.
020689      GO TO COLLECT-CONTROL-PARMS-READ.
020689 COLLECT-CONTROL-PARMS-DONE.
020689      MOVE HELD-CONTROL-RECORD TO CONTROL-RECORD.
020689 COLLECT-CONTROL-PARMS-EXIT.
020689      EXIT.
020689
020689 LOAD-CONTROL-PARMS.
020689      MOVE SPACES TO CTL-PARM-ITEM-TABLE.
020689      UNSTRING CTL-OUTPUT-NAME DELIMITED BY ','
020689          INTO CTL-PARM-ITEM(1) CTL-PARM-ITEM(2)
020689               CTL-PARM-ITEM(3) CTL-PARM-ITEM(4)
020689               CTL-PARM-ITEM(5).
020689      MOVE 0 TO CTL-PARM-ITEM-IDX.
020689 LOAD-CONTROL-PARMS-LOOP.
020689      ADD 1 TO CTL-PARM-ITEM-IDX.
020689      IF CTL-PARM-ITEM-IDX > 5 GO TO LOAD-CONTROL-PARMS-EXIT.
020689      IF CTL-PARM-ITEM(CTL-PARM-ITEM-IDX) = SPACES
020689          GO TO LOAD-CONTROL-PARMS-LOOP.
020689      MOVE SPACES TO CTL-PARM-PIECE-1.
020689      MOVE SPACES TO CTL-PARM-PIECE-2.
020689      MOVE SPACES TO CTL-PARM-PIECE-3.
020689      UNSTRING CTL-PARM-ITEM(CTL-PARM-ITEM-IDX)
020689          DELIMITED BY '&' OR '='
020689          INTO CTL-PARM-PIECE-1 CTL-PARM-PIECE-2
020689               CTL-PARM-PIECE-3.
020689*-----A LEADING '&' LEAVES THE FIRST PIECE EMPTY.
020689      IF CTL-PARM-PIECE-1 = SPACES
020689          MOVE CTL-PARM-PIECE-2 TO CTL-PARM-PIECE-1
020689          MOVE CTL-PARM-PIECE-3 TO CTL-PARM-PIECE-2.
020689      IF CTL-PARM-PIECE-1 = SPACES OR CTL-PARM-PIECE-2 = SPACES
020689          GO TO LOAD-CONTROL-PARMS-BAD.
020689      MOVE CTL-PARM-PIECE-1 TO PARM-KEY.
020689      MOVE 0 TO CTL-PARM-IDX.
020689 LOAD-CONTROL-PARMS-FIND.
020689      ADD 1 TO CTL-PARM-IDX.
020689      IF CTL-PARM-IDX > CTL-PARM-CNT
020689          GO TO LOAD-CONTROL-PARMS-ADD.
020689      IF CTL-PARM-NAME(CTL-PARM-IDX) NOT = PARM-KEY
020689          GO TO LOAD-CONTROL-PARMS-FIND.
020689      MOVE CTL-PARM-PIECE-2 TO CTL-PARM-VALUE(CTL-PARM-IDX).
020689      GO TO LOAD-CONTROL-PARMS-LOOP.
020689 LOAD-CONTROL-PARMS-ADD.
020689      IF CTL-PARM-CNT NOT < 20 GO TO LOAD-CONTROL-PARMS-BAD.
020689      ADD 1 TO CTL-PARM-CNT.
020689      MOVE PARM-KEY TO CTL-PARM-NAME(CTL-PARM-CNT).
020689      MOVE CTL-PARM-PIECE-2 TO CTL-PARM-VALUE(CTL-PARM-CNT).
020689      GO TO LOAD-CONTROL-PARMS-LOOP.
020689 LOAD-CONTROL-PARMS-BAD.
020689      DISPLAY 'DDA-W028 BAD *PARMS ITEM, IGNORED: '
020689          CTL-PARM-ITEM(CTL-PARM-ITEM-IDX).
020689      GO TO LOAD-CONTROL-PARMS-LOOP.
020689 LOAD-CONTROL-PARMS-EXIT.
020689      EXIT.
020689
020689*-----DECLARES THE PARAMETER ON THE 'P' RECORD IN THE INPUT AREA
020689*-----AND SETTLES ITS VALUE: THE CONTROL FILE'S IF IT GAVE ONE,
020689*-----ELSE THE RECORD'S DEFAULT, ELSE NONE, LEAVING REFERENCES TO
020689*-----IT AS WRITTEN. THE NAME IS ONE TO EIGHT LETTERS AND DIGITS.
020689*-----A NAME AN EARLIER DECK OF THE DRAWING ALREADY SETTLED KEEPS
020689*-----ITS VALUE, SO AN OVERLAY DRAWS WITH WHAT ITS BASE DREW WITH.
020689 DECLARE-PARAMETER.
020689      IF PARM-AMPERSAND NOT = '&' OR PARM-DECL-NAME = SPACES
020689          GO TO DECLARE-PARAMETER-BAD.
020689      MOVE PARM-DECL-NAME TO PARM-NAME-WORK.
020689      MOVE 0 TO PARM-NAME-LEN.
020689      MOVE 0 TO PARM-VAL-IDX.
020689 DECLARE-PARAMETER-NAME.
020689      ADD 1 TO PARM-VAL-IDX.
020689      IF PARM-VAL-IDX > 8 GO TO DECLARE-PARAMETER-FIND.
020689      MOVE PARM-NAME-CHAR(PARM-VAL-IDX) TO PARM-SCAN-CHAR.
020689      IF PARM-SCAN-CHAR = SPACE GO TO DECLARE-PARAMETER-NAME.
020689      IF NOT PARM-SCAN-IS-NAME-CHAR
020689          GO TO DECLARE-PARAMETER-BAD.
020689      IF PARM-NAME-LEN + 1 NOT = PARM-VAL-IDX
020689          GO TO DECLARE-PARAMETER-BAD.
020689      MOVE PARM-VAL-IDX TO PARM-NAME-LEN.
020689      GO TO DECLARE-PARAMETER-NAME.
020689 DECLARE-PARAMETER-FIND.
020689      MOVE PARM-DECL-NAME TO PARM-KEY.
020689      PERFORM FIND-PARAMETER THRU FIND-PARAMETER-EXIT.
020689      IF PARM-WAS-FOUND
020689          IF PARM-SOURCE(PARM-IDX) NOT = SPACES
020689              GO TO DECLARE-PARAMETER-EXIT.
020689      IF NOT PARM-WAS-FOUND
020689          IF PARM-CNT NOT < 20
020689              GO TO DECLARE-PARAMETER-BAD
020689          ELSE
020689              ADD 1 TO PARM-CNT
020689              MOVE PARM-CNT TO PARM-IDX
020689              MOVE PARM-KEY TO PARM-NAME(PARM-IDX)
020689              MOVE 'N' TO PARM-WARNED-SW(PARM-IDX).
020689      MOVE 0 TO CTL-PARM-IDX.
020689 DECLARE-PARAMETER-LOOP.
020689      ADD 1 TO CTL-PARM-IDX.
020689      IF CTL-PARM-IDX > CTL-PARM-CNT
020689          GO TO DECLARE-PARAMETER-DEFAULT.
020689      IF CTL-PARM-NAME(CTL-PARM-IDX) NOT = PARM-KEY
020689          GO TO DECLARE-PARAMETER-LOOP.
020689      MOVE CTL-PARM-VALUE(CTL-PARM-IDX) TO PARM-VALUE(PARM-IDX).
020689      MOVE 'CONTROL' TO PARM-SOURCE(PARM-IDX).
020689      GO TO DECLARE-PARAMETER-EXIT.
020689 DECLARE-PARAMETER-DEFAULT.
020689      IF PARM-DEFAULT NOT = SPACES
020689          MOVE PARM-DEFAULT TO PARM-VALUE(PARM-IDX)
020689          MOVE 'DEFAULT' TO PARM-SOURCE(PARM-IDX).
020689      GO TO DECLARE-PARAMETER-EXIT.
020689 DECLARE-PARAMETER-BAD.
020689      IF VALIDATE-ONLY
020689          MOVE 'BAD PARAMETER RECORD' TO VAL-DIAG
020689          PERFORM WRITE-EDIT-ERROR
020689      ELSE
020689          DISPLAY 'DDA-W027 BAD PARAMETER RECORD, IGNORED: '
020689              PARM-DECL-NAME
020689          ADD 1 TO DECK-WARN-CNT.
020689 DECLARE-PARAMETER-EXIT.
020689      EXIT.
020689
020689 FIND-PARAMETER.
020689      MOVE 'N' TO PARM-FOUND-SW.
020689      MOVE 0 TO PARM-IDX.
020689 FIND-PARAMETER-LOOP.
020689      ADD 1 TO PARM-IDX.
020689      IF PARM-IDX > PARM-CNT GO TO FIND-PARAMETER-EXIT.
020689      IF PARM-NAME(PARM-IDX) NOT = PARM-KEY
020689          GO TO FIND-PARAMETER-LOOP.
020689      MOVE 'Y' TO PARM-FOUND-SW.
020689 FIND-PARAMETER-EXIT.
020689      EXIT.
020689
020689*-----FILLS IN THE PARAMETER REFERENCES IN THE RECORD IN THE INPUT
020689*-----AREA, REBUILDING IT A CHARACTER AT A TIME BEHIND THE MARKER
020689*-----COLUMN. A REFERENCE IS '&' AND THE NAME, WITH AN OPTIONAL
020689*-----'.' TO END IT WHERE A LETTER OR DIGIT FOLLOWS; IT BECOMES
020689*-----THE VALUE LESS TRAILING BLANKS, SO WHAT FOLLOWS MOVES UP OR
020689*-----BACK -- FIXED-COLUMN RECORDS SUCH AS 'X' ARE WRITTEN WITH
020689*-----THAT IN MIND. AN '&' THAT NAMES NO DECLARED PARAMETER IS
020689*-----ORDINARY TEXT; A DECLARED ONE WITH NO VALUE IS LEFT AS
020689*-----WRITTEN AND WARNED OF (ONCE PER DRAWING AT RUN TIME; THE
020689*-----EDIT RUN FLAGS EVERY RECORD). TEXT PUSHED PAST THE RECORD'S
020689*-----END IS LOST.
020689 SUBSTITUTE-PARAMETERS.
020689      MOVE 'N' TO PARM-MISSING-SW.
020689      IF PARM-CNT = 0 GO TO SUBSTITUTE-PARAMETERS-EXIT.
020689      MOVE WHOLE-INPUT-RECORD TO PARM-RECORD-WORK.
020689      MOVE SPACES TO PARM-RESULT-WORK.
020689      MOVE PARM-SRC-CHAR(1) TO PARM-RES-CHAR(1).
020689      MOVE 1 TO PARM-SRC-IDX.
020689      MOVE 1 TO PARM-RES-IDX.
020689 SUBSTITUTE-PARM-LOOP.
020689      ADD 1 TO PARM-SRC-IDX.
020689      IF PARM-SRC-IDX > 67 GO TO SUBSTITUTE-PARM-DONE.
020689      IF PARM-SRC-CHAR(PARM-SRC-IDX) = '&'
020689          PERFORM RESOLVE-PARM-REFERENCE
020689              THRU RESOLVE-PARM-REFERENCE-EXIT
020689          GO TO SUBSTITUTE-PARM-LOOP.
020689      MOVE PARM-SRC-CHAR(PARM-SRC-IDX) TO PARM-PUT-CHAR.
020689      PERFORM PUT-RESULT-CHAR.
020689      GO TO SUBSTITUTE-PARM-LOOP.
020689 SUBSTITUTE-PARM-DONE.
020689      MOVE PARM-RESULT-WORK TO WHOLE-INPUT-RECORD.
020689 SUBSTITUTE-PARAMETERS-EXIT.
020689      EXIT.
020689
020689*-----PARM-SRC-IDX IS ON THE '&'. THE NAME AFTER IT IS GATHERED
020689*-----AND LOOKED UP, THE VALUE OR THE TEXT AS WRITTEN GOES TO THE
020689*-----RESULT, AND PARM-SRC-IDX IS LEFT ON THE LAST CHARACTER USED.
020689 RESOLVE-PARM-REFERENCE.
020689      MOVE PARM-SRC-IDX TO PARM-REF-START.
020689      MOVE SPACES TO PARM-NAME-WORK.
020689      MOVE 0 TO PARM-NAME-LEN.
020689 RESOLVE-PARM-NAME.
020689      IF PARM-SRC-IDX NOT < 67 GO TO RESOLVE-PARM-LOOKUP.
020689      IF PARM-NAME-LEN NOT < 8 GO TO RESOLVE-PARM-LOOKUP.
020689      ADD 1 TO PARM-SRC-IDX GIVING PARM-NEXT-IDX.
020689      MOVE PARM-SRC-CHAR(PARM-NEXT-IDX) TO PARM-SCAN-CHAR.
020689      IF NOT PARM-SCAN-IS-NAME-CHAR GO TO RESOLVE-PARM-LOOKUP.
020689      ADD 1 TO PARM-NAME-LEN.
020689      MOVE PARM-SCAN-CHAR TO PARM-NAME-CHAR(PARM-NAME-LEN).
020689      MOVE PARM-NEXT-IDX TO PARM-SRC-IDX.
020689      GO TO RESOLVE-PARM-NAME.
020689 RESOLVE-PARM-LOOKUP.
020689      IF PARM-NAME-LEN = 0 GO TO RESOLVE-PARM-AS-WRITTEN.
020689      MOVE PARM-NAME-WORK TO PARM-KEY.
020689      PERFORM FIND-PARAMETER THRU FIND-PARAMETER-EXIT.
020689      IF NOT PARM-WAS-FOUND GO TO RESOLVE-PARM-AS-WRITTEN.
020689      IF PARM-SOURCE(PARM-IDX) = SPACES
020689          PERFORM NOTE-MISSING-PARAMETER
020689          GO TO RESOLVE-PARM-AS-WRITTEN.
020689      IF PARM-SRC-IDX < 67
020689          ADD 1 TO PARM-SRC-IDX GIVING PARM-NEXT-IDX
020689          IF PARM-SRC-CHAR(PARM-NEXT-IDX) = '.'
020689              MOVE PARM-NEXT-IDX TO PARM-SRC-IDX.
020689      MOVE PARM-VALUE(PARM-IDX) TO PARM-VALUE-WORK.
020689      MOVE 30 TO PARM-VAL-LEN.
020689 RESOLVE-PARM-TRIM.
020689      IF PARM-VAL-LEN = 0 GO TO RESOLVE-PARM-COPY.
020689      IF PARM-VAL-CHAR(PARM-VAL-LEN) NOT = SPACE
020689          GO TO RESOLVE-PARM-COPY.
020689      SUBTRACT 1 FROM PARM-VAL-LEN.
020689      GO TO RESOLVE-PARM-TRIM.
020689 RESOLVE-PARM-COPY.
020689      MOVE 0 TO PARM-VAL-IDX.
020689 RESOLVE-PARM-COPY-LOOP.
020689      ADD 1 TO PARM-VAL-IDX.
020689      IF PARM-VAL-IDX > PARM-VAL-LEN
020689          GO TO RESOLVE-PARM-REFERENCE-EXIT.
020689      MOVE PARM-VAL-CHAR(PARM-VAL-IDX) TO PARM-PUT-CHAR.
020689      PERFORM PUT-RESULT-CHAR.
020689      GO TO RESOLVE-PARM-COPY-LOOP.
020689 RESOLVE-PARM-AS-WRITTEN.
020689      MOVE PARM-REF-START TO PARM-NEXT-IDX.
020689 RESOLVE-PARM-WRITTEN-LOOP.
020689      IF PARM-NEXT-IDX > PARM-SRC-IDX
020689          GO TO RESOLVE-PARM-REFERENCE-EXIT.
020689      MOVE PARM-SRC-CHAR(PARM-NEXT-IDX) TO PARM-PUT-CHAR.
020689      PERFORM PUT-RESULT-CHAR.
020689      ADD 1 TO PARM-NEXT-IDX.
020689      GO TO RESOLVE-PARM-WRITTEN-LOOP.
020689 RESOLVE-PARM-REFERENCE-EXIT.
020689      EXIT.
020689
020689 PUT-RESULT-CHAR.
020689      IF PARM-RES-IDX < 67
020689          ADD 1 TO PARM-RES-IDX
020689          MOVE PARM-PUT-CHAR TO PARM-RES-CHAR(PARM-RES-IDX).
020689
020689 NOTE-MISSING-PARAMETER.
020689      IF NOT PARM-WAS-MISSING
020689          MOVE 'Y' TO PARM-MISSING-SW
020689          MOVE PARM-KEY TO PARM-MISSING-NAME.
020689      IF NOT VALIDATE-ONLY
020689          AND PARM-WARNED-SW(PARM-IDX) NOT = 'Y'
020689          MOVE 'Y' TO PARM-WARNED-SW(PARM-IDX)
020689          DISPLAY 'DDA-W025 PARAMETER NOT SUPPLIED, REFERENCE '
020689              'LEFT AS WRITTEN: &' PARM-KEY
020689          ADD 1 TO DECK-WARN-CNT.
020689
020700
020800 OPEN-ERR-HANDLING.
020810*-----ONE PAIR'S BAD FILE NAME DOES NOT SINK THE WHOLE BATCH.
020980      ADD 1 TO BATCH-DONE-CNT.
020985      PERFORM WRITE-BATCH-RESTART.
021000      GO TO RUN-ONE-DRAWING-EXIT.
