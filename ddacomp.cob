001191*                                     AGAINST THE ARCHIVED
001192*                                     BASELINE" NEEDS NO SAVED
001193*                                     OLD PRINT FILE
001194*     '*APPROVED'                   - THE NEWEST APPROVED
001195*                                     GENERATION OF THE OTHER
001196*                                     SIDE'S DRAWING (SEE
001197*                                     DDAAPPRV), SO TONIGHT'S
001198*                                     RUN CAN BE PROVED AGAINST
001199*                                     WHAT WAS LAST SIGNED OFF
001199* ONLY ONE SIDE MAY BE '*PREV' OR '*APPROVED'.
001200* THE DIFFERENCE GRID GOES TO compout.txt:
001300*     '-'  CELL DRAWN ONLY IN THE FIRST FILE
001400*     '+'  CELL DRAWN ONLY IN THE SECOND FILE
001801* IS REFUSED WITH CODE 8 -- ITS CELLS CANNOT BE PLACED BY ROW
001802* NUMBER ALONE; COMPARE WIDE DRAWINGS VIA THE CATALOG SIDE.
001810*
001820* THE CATALOG RECORD LAYOUT IS ALSO CODED IN DDA, DDACAT,
001846* DDACATM, DDAAPPRV, DDAXFER, AND DDAIMPCT -- ALL SEVEN MUST BE
001872* KEPT IN STEP.
001900*---------------------------------------------------------------
002000 ENVIRONMENT DIVISION.
002100
006242     03  CAT-STEEP-CNT               PIC 9(5).
006243     03  CAT-SHALLOW-CNT             PIC 9(5).
006244     03  CAT-TITLE                   PIC X(60).
006244*-----RELEASE STATUS: 'DRAFT' WHEN THE GENERATION IS ARCHIVED,
006244*-----THEN 'APPROVED' OR 'REJECTED' BY DDAAPPRV, WHICH ALSO
006244*-----STAMPS WHO SIGNED IT OFF AND WHEN (yyyymmdd).
006244     03  CAT-RELEASE-STATUS          PIC X(8).
006244         88 CAT-IS-APPROVED               VALUE 'APPROVED'.
006244     03  CAT-APPROVER-ID             PIC X(8).
006244     03  CAT-APPROVAL-DATE           PIC X(8).
006245     03  CAT-BUFFER                  PIC X(40000).
006246
006300 FD  DIFF-FILE
007800     88 DRAWING-IS-EOF                   VALUE 'Y'.
007810* THE SIDE BEING LOADED, WITH AN ALTERNATE VIEW THAT PICKS OFF A
007820* LEADING '@' (CATALOG ENTRY RATHER THAN FLAT FILE), AND THE
007830* OTHER SIDE'S NAME FOR RESOLVING A '*PREV' OR '*APPROVED'
007831* SHORTHAND.
007840 01  CMP-REQUEST-NAME.
007850     03  CMP-REQUEST-FLAG            PIC X.
007860     03  CMP-REQUEST-REST            PIC X(39).
007870 01  CMP-OTHER-NAME.
007880     03  CMP-OTHER-FLAG              PIC X.
007890     03  CMP-OTHER-REST              PIC X(39).
007900* THE CATALOG FETCH: THE ENTRY NAME, WHETHER THE NEWEST, THE
007910* PREVIOUS, OR THE NEWEST APPROVED GENERATION IS WANTED, AND
007911* THE SCAN'S FINDINGS.
007920 01  CATALOG-STATUS                  PIC XX.
007930 01  CMP-CAT-NAME                    PIC X(40).
007940 01  CMP-WANT-PREV-SW                PIC X.
007950     88 CMP-WANT-PREV                    VALUE 'Y'.
007951 01  CMP-WANT-APPROVED-SW            PIC X.
007952     88 CMP-WANT-APPROVED                VALUE 'Y'.
007953 01  CMP-APPR-GEN                    PIC 9(3).
007960 01  CMP-HIGH-GEN                    PIC 9(3).
007970 01  CMP-PREV-GEN                    PIC 9(3).
007980 01  CMP-GEN-CNT                     PIC 9(3).
015900*===============================================================
015910*-----LOADS ONE SIDE OF THE COMPARISON INTO ITS GRID: A CATALOG
015920*-----ENTRY ('@name', NEWEST GENERATION), THE OTHER SIDE'S
015930*-----PREVIOUS ARCHIVED GENERATION ('*PREV'), ITS NEWEST
015931*-----APPROVED GENERATION ('*APPROVED'), OR A FLAT PRINT FILE AS
015940*-----BEFORE.
015950 LOAD-ONE-SIDE.
015951      MOVE 'N' TO CMP-WANT-PREV-SW.
015951      MOVE 'N' TO CMP-WANT-APPROVED-SW.
015951      IF CMP-REQUEST-NAME = '*PREV'
015952          PERFORM RESOLVE-OTHER-SIDE THRU RESOLVE-OTHER-SIDE-EXIT
015952          MOVE 'Y' TO CMP-WANT-PREV-SW
015953          PERFORM LOAD-FROM-CATALOG
015954              THRU LOAD-FROM-CATALOG-EXIT
015955          GO TO LOAD-ONE-SIDE-EXIT.
015955      IF CMP-REQUEST-NAME = '*APPROVED'
015955          PERFORM RESOLVE-OTHER-SIDE THRU RESOLVE-OTHER-SIDE-EXIT
015955          MOVE 'Y' TO CMP-WANT-APPROVED-SW
015955          PERFORM LOAD-FROM-CATALOG
015955              THRU LOAD-FROM-CATALOG-EXIT
015955          GO TO LOAD-ONE-SIDE-EXIT.
015956      IF CMP-REQUEST-FLAG = '@'
015957          MOVE CMP-REQUEST-REST TO CMP-CAT-NAME
015959          PERFORM LOAD-FROM-CATALOG
015960              THRU LOAD-FROM-CATALOG-EXIT
015961          GO TO LOAD-ONE-SIDE-EXIT.
015964 LOAD-ONE-SIDE-EXIT.
015965      EXIT.
015966
015967*-----RESOLVES A '*PREV' OR '*APPROVED' SIDE TO A CATALOG NAME:
015968*-----THE OTHER SIDE'S NAME, STRIPPED OF ITS '@' WHEN IT HAS
015969*-----ONE. THE FLAT PRINT FILE NAME IS THE CATALOG KEY, SO
015970*-----TONIGHT'S OUTPUT FILE MAPS STRAIGHT TO ITS OWN HISTORY.
015971 RESOLVE-OTHER-SIDE.
015972      IF LOAD-TARGET = 1
015973          MOVE CMP-SECOND-NAME TO CMP-OTHER-NAME
015974      ELSE
015975          MOVE CMP-FIRST-NAME TO CMP-OTHER-NAME.
015976      IF CMP-OTHER-NAME = '*PREV' OR CMP-OTHER-NAME = '*APPROVED'
015977          DISPLAY 'DDACOMP-W007 BOTH SIDES CANNOT BE *PREV'
015977              ' OR *APPROVED'
015978          MOVE 8 TO RETURN-CODE
015979          GO TO PROGRAM-DONE.
015980      IF CMP-OTHER-FLAG = '@'
015981          MOVE CMP-OTHER-REST TO CMP-CAT-NAME
015982      ELSE
015983          MOVE CMP-OTHER-NAME TO CMP-CAT-NAME.
015985 RESOLVE-OTHER-SIDE-EXIT.
015986      EXIT.
015987
015988*-----FETCHES THE WANTED GENERATION OF CMP-CAT-NAME AND FILES
015989*-----ITS ARCHIVED IMAGE INTO THE TARGET GRID. THE SCAN WALKS
015990*-----THE ENTRY'S GENERATIONS OLDEST FIRST TO FIND THE NEWEST
015991*-----(AND THE ONE BELOW IT, FOR '*PREV' -- GENERATION NUMBERS
015992*-----NEED NOT BE CONTIGUOUS AFTER PRUNING; AND THE NEWEST
015992*-----APPROVED ONE, FOR '*APPROVED'), THEN READS THE
015993*-----TARGET DIRECTLY. A MISSING ENTRY ENDS THE RUN WITH
015994*-----CONDITION CODE 8 -- A HALF COMPARISON WOULD ONLY MISLEAD.
015995 LOAD-FROM-CATALOG.
016001      MOVE 0 TO CMP-HIGH-GEN.
016002      MOVE 0 TO CMP-PREV-GEN.
016003      MOVE 0 TO CMP-GEN-CNT.
016003      MOVE 0 TO CMP-APPR-GEN.
016004      MOVE 'N' TO CATALOG-EOF-SW.
016005      MOVE CMP-CAT-NAME TO CAT-DRAWING-NAME.
016006      MOVE 0 TO CAT-GENERATION.
016016      MOVE CMP-HIGH-GEN TO CMP-PREV-GEN.
016017      MOVE CAT-GENERATION TO CMP-HIGH-GEN.
016018      ADD 1 TO CMP-GEN-CNT.
016018      IF CAT-IS-APPROVED
016018          MOVE CAT-GENERATION TO CMP-APPR-GEN.
016019      GO TO CATALOG-GEN-SCAN.
016020 CATALOG-GEN-DONE.
016021      IF CMP-GEN-CNT = 0
016028              CMP-CAT-NAME
016029          MOVE 8 TO RETURN-CODE
016030          GO TO PROGRAM-DONE.
016030      IF CMP-WANT-APPROVED AND CMP-APPR-GEN = 0
016030          DISPLAY 'DDACOMP-W010 NO APPROVED GENERATION ON FILE: '
016030              CMP-CAT-NAME
016030          MOVE 8 TO RETURN-CODE
016030          GO TO PROGRAM-DONE.
016031      MOVE CMP-CAT-NAME TO CAT-DRAWING-NAME.
016032      MOVE CMP-HIGH-GEN TO CAT-GENERATION.
016032      IF CMP-WANT-PREV
016033          MOVE CMP-PREV-GEN TO CAT-GENERATION.
016034      IF CMP-WANT-APPROVED
016035          MOVE CMP-APPR-GEN TO CAT-GENERATION.
016036      READ CATALOG-FILE
016037          INVALID KEY
016038          DISPLAY 'DDACOMP-W006 DRAWING NOT IN CATALOG: '
