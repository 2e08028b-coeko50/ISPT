      *COBOL PGM SOURCE FOR isptb034                                    00010015
       IDENTIFICATION DIVISION.                                         00020015
       PROGRAM-ID.                     isptb034.                        00030015
       AUTHOR.                         Kosie.                           00040015
       DATE-WRITTEN.                   26/10/15.                        00050015
      *----------------------------------------------------------------*00060015
      *                                                                *00070015
      *                                                                *00080015
      * Delta-driven selective recompile.                              *00090015
      *                                                                *00100015
      * isptb016 publishes only the added / changed / removed element  *00110015
      * rows of the RECORD_INFO walk.  This job reads that DELTAF and  *00120015
      * works out which modules isptb009 actually has to rebuild,      *00130015
      * instead of the nightly ALL + FORCE :                           *00140015
      *   - every REC/RECVER with at least one A, C or D row, and      *00150015
      *   - every composite owner whose ISPT.COMPOSITE_INFO member     *00160015
      *     (MEMBER_REC / MEMBER_RECVER) is already selected - the     *00170015
      *     owner's module carries the member's element entries, so    *00180015
      *     it goes stale with the member.  The walk runs over the     *00190015
      *     selection table as it grows, so an owner of an owner is    *00200015
      *     picked up as well.                                         *00210015
      *                                                                *00220015
      * A selected record no longer present in RECORD_INFO (all its    *00230015
      * rows removed) is reported but not carded - there is nothing    *00240015
      * left to compile.                                               *00250015
      *                                                                *00260015
      * Every card is written in the isptb009 SYSIN layout with FORCE  *00270015
      * (the RECVER of a changed record usually has not moved) and     *00280015
      * BREAKOK left blank, so the breaking-change gate still applies. *00290015
      * SELRPT lists each selected record with the reason it was       *00300015
      * selected.                                                      *00310015
      *                                                                *00320015
      * Condition code : 4 when no card was written (the JCL skips     *00330015
      * the isptb009 step - a blank SYSIN would compile ALL), 8 when   *00340015
      * the selection table overflowed and the cards are incomplete    *00350015
      * (run the ALL + FORCE compile instead), otherwise 0.            *00360015
      *                                                                *00370015
      * -------------------------------------------------------------  *00380015
      *                                                                *00390015
      * Files :                                                        *00400015
      *   DELTAF    isptb016 delta generation                          *00410015
      *   CARDS     isptb009 SYSIN cards, 80 bytes :                   *00420015
      *               01-32 REC, 33-36 RECVER, 37-41 FORCE             *00430015
      *   SELRPT    selection report                                   *00440015
      *                                                                *00450015
      * Maintenance                                                    *00460015
      * 26/10/15  new program                                          *00470015
      *                                                                *00480015
      *----------------------------------------------------------------*00490015
       ENVIRONMENT DIVISION.                                            00500015
      *                                                                 00510015
       CONFIGURATION SECTION.                                           00520015
      *SOURCE-COMPUTER.                IBM WITH DEBUGGING MODE.         00530015
      *                                                                 00540015
       IDMS-CONTROL SECTION.                                            00550015
       PROTOCOL.  MODE IS BATCH            DEBUG                        00560015
                  IDMS-RECORDS MANUAL.                                  00570015
      *----------------------------------------------------------------*00580015
      *                                                                *00590015
      *----------------------------------------------------------------*00600015
       INPUT-OUTPUT SECTION.                                            00610015
       FILE-CONTROL.                                                    00620015
           SELECT DELTAF      ASSIGN TO DELTAF                          00630015
               FILE STATUS IS WS-DELTAF-STATUS.                         00640015
           SELECT CARDS       ASSIGN TO CARDS                           00650015
               FILE STATUS IS WS-CARDS-STATUS.                          00660015
           SELECT SELRPT      ASSIGN TO SELRPT                          00670015
               FILE STATUS IS WS-SELRPT-STATUS.                         00680015
      *----------------------------------------------------------------*00690015
      *                                                                *00700015
      *----------------------------------------------------------------*00710015
       DATA DIVISION.                                                   00720015
      *                                                                 00730015
       FILE SECTION.                                                    00740015
       FD  DELTAF                                                       00750015
           RECORDING MODE IS F.                                         00760015
       01  DELTAF-RECORD.                                               00770015
           05 DL-CHG-TYPE                     PIC X(01).                00780015
              88 DL-ADDED                        VALUE 'A'.             00790015
              88 DL-CHANGED                      VALUE 'C'.             00800015
              88 DL-REMOVED                      VALUE 'D'.             00810015
              88 DL-CONTROL                      VALUE 'T'.             00820015
           05 DL-BODY.                                                  00830015
              10 DL-REC                       PIC X(32).                00840015
              10 DL-RECVER                    PIC 9(04).                00850015
              10 DL-ELE                       PIC X(32).                00860015
              10 FILLER                       PIC X(82).                00870015
           05 FILLER                          PIC X(19).                00880015
       01  DELTAF-CONTROL REDEFINES DELTAF-RECORD.                      00890015
           05 FILLER                          PIC X(01).                00900015
           05 DLC-MODE                        PIC X(05).                00910015
           05 DLC-ADDED                       PIC 9(08).                00920015
           05 DLC-CHANGED                     PIC 9(08).                00930015
           05 DLC-REMOVED                     PIC 9(08).                00940015
           05 DLC-CURRENT                     PIC 9(08).                00950015
           05 FILLER                          PIC X(132).               00960015
                                                                        00970015
       FD  CARDS                                                        00980015
           RECORDING MODE IS F.                                         00990015
       01  CARDS-RECORD.                                                01000015
           05 CD-REC-NAME                     PIC X(32).                01010015
           05 CD-RECVER                       PIC 9(04).                01020015
           05 CD-FORCE                        PIC X(05).                01030015
           05 FILLER                          PIC X(01).                01040015
           05 CD-BREAKOK                      PIC X(07).                01050015
           05 FILLER                          PIC X(31).                01060015
                                                                        01070015
       FD  SELRPT                                                       01080015
           RECORDING MODE IS F.                                         01090015
       01  SELRPT-LINE                        PIC X(132).               01100015
      *----------------------------------------------------------------*01110015
       WORKING-STORAGE SECTION.                                         01120015
        01 FILLER                                 PIC X(50) VALUE       01130015
            '*******  isptb034  WORKING STORAGE STARTS HERE -->'.       01140015
                                                                        01150015
        01 WORK-FIELDS.                                                 01160015
           05 W-eof-sw                           PIC X(01) VALUE 'N'.   01170015
              88 DELTA-EOF                          VALUE 'Y'.          01180015
           05 W-ctl-sw                           PIC X(01) VALUE 'N'.   01190015
              88 CONTROL-SEEN                       VALUE 'Y'.          01200015
           05 W-i                                PIC S9(4) COMP.        01210015
           05 W-j                                PIC S9(4) COMP.        01220015
           05 W-key-rec                          PIC X(32).             01230015
           05 W-key-recver                       PIC S9(4) COMP.        01240015
           05 W-found-sw                         PIC X(01).             01250015
              88 W-FOUND                            VALUE 'Y'.          01260015
              88 W-NOT-FOUND                        VALUE 'N'.          01270015
           05 W-row-cnt                          PIC S9(8) COMP VALUE 0.01280015
           05 W-direct-cnt                       PIC S9(4) COMP VALUE 0.01290015
           05 W-owner-cnt                        PIC S9(4) COMP VALUE 0.01300015
           05 W-gone-cnt                         PIC S9(4) COMP VALUE 0.01310015
           05 W-card-cnt                         PIC S9(4) COMP VALUE 0.01320015
           05 W-dropped-cnt                      PIC S9(4) COMP VALUE 0.01330015
           05 WS-DELTAF-STATUS                   PIC X(02).             01340015
           05 WS-CARDS-STATUS                    PIC X(02).             01350015
           05 WS-SELRPT-STATUS                   PIC X(02).             01360015
                                                                        01370015
      *    one entry per selected REC/RECVER.  sel-why says whether     01380015
      *    the record changed itself or was pulled in as the owner      01390015
      *    of a selected member (sel-via-*).                            01400015
        01 SELECT-TABLE.                                                01410015
           02 w-sel-max                      PIC S9(4) COMP VALUE 2000. 01420015
           02 w-sel-tot                      PIC S9(4) COMP VALUE 0.    01430015
           02 sel-entry occurs 2000 times.                              01440015
              05 sel-rec                     PIC X(32).                 01450015
              05 sel-recver                  PIC S9(4) COMP.            01460015
              05 sel-why                     PIC X(01).                 01470015
                 88 SEL-DIRECT                  VALUE 'D'.              01480015
                 88 SEL-OWNER                   VALUE 'O'.              01490015
              05 sel-exists-sw               PIC X(01).                 01500015
                 88 SEL-EXISTS                  VALUE 'Y'.              01510015
                 88 SEL-GONE                    VALUE 'N'.              01520015
              05 sel-add-cnt                 PIC S9(8) COMP.            01530015
              05 sel-chg-cnt                 PIC S9(8) COMP.            01540015
              05 sel-del-cnt                 PIC S9(8) COMP.            01550015
              05 sel-first-ele               PIC X(32).                 01560015
              05 sel-via-rec                 PIC X(32).                 01570015
              05 sel-via-recver              PIC S9(4) COMP.            01580015
              05 sel-via-set                 PIC X(32).                 01590015
                                                                        01600015
        01 REPORT-FIELDS.                                               01610015
           05 RPT-HEADING.                                              01620015
              10 FILLER          PIC X(40) VALUE                        01630015
                 'ISPTB034 - DELTA-DRIVEN RECOMPILE SELECT'.            01640015
              10 FILLER          PIC X(03) VALUE 'ION'.                 01650015
           05 RPT-MODE.                                                 01660015
              10 FILLER          PIC X(13) VALUE 'DELTA MODE : '.       01670015
              10 RPT-MODE-VAL    PIC X(05).                             01680015
              10 FILLER          PIC X(04) VALUE '  A='.                01690015
              10 RPT-MODE-ADD    PIC ZZZZZZZ9.                          01700015
              10 FILLER          PIC X(04) VALUE '  C='.                01710015
              10 RPT-MODE-CHG    PIC ZZZZZZZ9.                          01720015
              10 FILLER          PIC X(04) VALUE '  D='.                01730015
              10 RPT-MODE-DEL    PIC ZZZZZZZ9.                          01740015
              10 FILLER          PIC X(10) VALUE '  CURRENT='.          01750015
              10 RPT-MODE-CUR    PIC ZZZZZZZ9.                          01760015
           05 RPT-NO-CONTROL.                                           01770015
              10 FILLER          PIC X(40) VALUE                        01780015
                 'DELTA MODE : NO CONTROL RECORD ON DELTAF'.            01790015
           05 RPT-FULL-NOTE.                                            01800015
              10 FILLER          PIC X(40) VALUE                        01810015
                 'FULL PUBLISH - EVERY RECORD IS IN THE DE'.            01820015
              10 FILLER          PIC X(19) VALUE                        01830015
                 'LTA AND IS SELECTED'.                                 01840015
           05 RPT-DIRECT.                                               01850015
              10 FILLER          PIC X(10) VALUE 'CHANGED  :'.          01860015
              10 RPT-DIR-REC     PIC X(32).                             01870015
              10 FILLER          PIC X(02) VALUE ' V'.                  01880015
              10 RPT-DIR-VER     PIC 9(04).                             01890015
              10 FILLER          PIC X(04) VALUE '  A='.                01900015
              10 RPT-DIR-ADD     PIC ZZZZ9.                             01910015
              10 FILLER          PIC X(04) VALUE '  C='.                01920015
              10 RPT-DIR-CHG     PIC ZZZZ9.                             01930015
              10 FILLER          PIC X(04) VALUE '  D='.                01940015
              10 RPT-DIR-DEL     PIC ZZZZ9.                             01950015
              10 FILLER          PIC X(08) VALUE '  FIRST '.            01960015
              10 RPT-DIR-ELE     PIC X(32).                             01970015
           05 RPT-OWNER.                                                01980015
              10 FILLER          PIC X(10) VALUE 'OWNER    :'.          01990015
              10 RPT-OWN-REC     PIC X(32).                             02000015
              10 FILLER          PIC X(02) VALUE ' V'.                  02010015
              10 RPT-OWN-VER     PIC 9(04).                             02020015
              10 FILLER          PIC X(06) VALUE '  OF  '.              02030015
              10 RPT-OWN-MEMBER  PIC X(32).                             02040015
              10 FILLER          PIC X(02) VALUE ' V'.                  02050015
              10 RPT-OWN-MEMVER  PIC 9(04).                             02060015
              10 FILLER          PIC X(05) VALUE ' VIA '.               02070015
              10 RPT-OWN-SET     PIC X(32).                             02080015
           05 RPT-GONE.                                                 02090015
              10 FILLER          PIC X(10) VALUE 'DROPPED  :'.          02100015
              10 RPT-GONE-REC    PIC X(32).                             02110015
              10 FILLER          PIC X(02) VALUE ' V'.                  02120015
              10 RPT-GONE-VER    PIC 9(04).                             02130015
              10 FILLER          PIC X(40) VALUE                        02140015
                 '  NOT IN RECORD_INFO - NO CARD WRITTEN'.              02150015
           05 RPT-CARD.                                                 02160015
              10 FILLER          PIC X(10) VALUE 'CARD     :'.          02170015
              10 RPT-CARD-IMAGE  PIC X(80).                             02180015
           05 RPT-TABLE-FULL.                                           02190015
              10 FILLER          PIC X(40) VALUE                        02200015
                 'SELECTION TABLE FULL - RECORD NOT SELECT'.            02210015
              10 FILLER          PIC X(04) VALUE 'ED :'.                02220015
              10 RPT-FULL-REC    PIC X(32).                             02230015
              10 FILLER          PIC X(02) VALUE ' V'.                  02240015
              10 RPT-FULL-VER    PIC 9(04).                             02250015
           05 RPT-TOTALS.                                               02260015
              10 FILLER          PIC X(16) VALUE 'DELTA ROWS    = '.    02270015
              10 RPT-TOT-ROWS    PIC ZZZZZZZ9.                          02280015
              10 FILLER          PIC X(16) VALUE '  CHANGED     = '.    02290015
              10 RPT-TOT-DIRECT  PIC ZZZ9.                              02300015
              10 FILLER          PIC X(16) VALUE '  OWNERS      = '.    02310015
              10 RPT-TOT-OWNER   PIC ZZZ9.                              02320015
              10 FILLER          PIC X(16) VALUE '  DROPPED     = '.    02330015
              10 RPT-TOT-GONE    PIC ZZZ9.                              02340015
              10 FILLER          PIC X(16) VALUE '  CARDS       = '.    02350015
              10 RPT-TOT-CARDS   PIC ZZZ9.                              02360015
           05 RPT-NOTHING.                                              02370015
              10 FILLER          PIC X(40) VALUE                        02380015
                 'NOTHING TO RECOMPILE - NO CARDS WRITTEN'.             02390015
                                                                        02400015
        EXEC SQL BEGIN DECLARE SECTION END-EXEC.                        02410015
        77 wk-dbname                           PIC x(8).                02420015
        77 sql-rec-name                        PIC X(32).               02430015
        77 sql-recver                          PIC S9(4) COMP.          02440015
        77 sql-owner-rec                       PIC X(32).               02450015
        77 sql-owner-recver                    PIC S9(4) COMP.          02460015
        77 sql-set-name                        PIC X(32).               02470015
        77 sql-cnt                             PIC S9(8) COMP.          02480015
        EXEC SQL  end  DECLARE SECTION END-EXEC.                        02490015
                                                                        02500015
        EXEC SQL INCLUDE SQLCA END-EXEC.                                02510015
                                                                        02520015
        EXEC SQL DECLARE OWNWALK CURSOR FOR                             02530015
             SELECT OWNER_REC, OWNER_RECVER, SET_NAME                   02540015
               FROM ISPT.COMPOSITE_INFO                                 02550015
              WHERE MEMBER_REC = :sql-rec-name                          02560015
                AND MEMBER_RECVER = :sql-recver                         02570015
              ORDER BY OWNER_REC, OWNER_RECVER                          02580015
        END-EXEC.                                                       02590015
      *----------------------------------------------------------------*02600015
       PROCEDURE DIVISION.                                              02610015
      *----------------------------------------------------------------*02620015
       0000-MAINLINE                       SECTION.                     02630015
      *----------------------------------------------------------------*02640015
       SECTION-ENTRY.                                                   02650015
           DISPLAY '*  isptb034 ENTRY               *'.                 02660015
           OPEN INPUT  DELTAF                                           02670015
                OUTPUT CARDS, SELRPT.                                   02680015
           IF WS-DELTAF-STATUS NOT = '00'                               02690015
              DISPLAY 'ISPTB034 - DELTAF OPEN FAILED, STATUS '          02700015
                      WS-DELTAF-STATUS                                  02710015
              move 16 to RETURN-CODE                                    02720015
              STOP RUN                                                  02730015
           END-IF.                                                      02740015
           WRITE SELRPT-LINE FROM RPT-HEADING.                          02750015
                                                                        02760015
           PERFORM 0100-READ-DELTA.                                     02770015
           PERFORM 0200-ADD-OWNERS.                                     02780015
           PERFORM 0300-CHECK-RECORD-INFO.                              02790015
           PERFORM 0400-WRITE-SELECTION.                                02800015
                                                                        02810015
           MOVE W-ROW-CNT    TO RPT-TOT-ROWS.                           02820015
           MOVE W-DIRECT-CNT TO RPT-TOT-DIRECT.                         02830015
           MOVE W-OWNER-CNT  TO RPT-TOT-OWNER.                          02840015
           MOVE W-GONE-CNT   TO RPT-TOT-GONE.                           02850015
           MOVE W-CARD-CNT   TO RPT-TOT-CARDS.                          02860015
           MOVE SPACES TO SELRPT-LINE.                                  02870015
           WRITE SELRPT-LINE.                                           02880015
           WRITE SELRPT-LINE FROM RPT-TOTALS.                           02890015
           IF W-CARD-CNT = 0                                            02900015
              WRITE SELRPT-LINE FROM RPT-NOTHING                        02910015
              MOVE 4 TO RETURN-CODE                                     02920015
           END-IF.                                                      02930015
           IF W-DROPPED-CNT > 0                                         02940015
              MOVE 8 TO RETURN-CODE                                     02950015
           END-IF.                                                      02960015
           DISPLAY 'ISPTB034 - CARDS WRITTEN ' RPT-TOT-CARDS.           02970015
                                                                        02980015
           CLOSE DELTAF, CARDS, SELRPT.                                 02990015
           EXIT PROGRAM.                                                03000015
           STOP RUN.                                                    03010015
       SECTION-EXIT.                                                    03020015
           EXIT.                                                        03030015
      *----------------------------------------------------------------*03040015
      *  read the delta - one selection per distinct REC/RECVER on     *03050015
      *  an A, C or D row, the control total only echoed.              *03060015
      *----------------------------------------------------------------*03070015
       0100-READ-DELTA                     SECTION.                     03080015
      *----------------------------------------------------------------*03090015
       SECTION-ENTRY.                                                   03100015
       read-loop.                                                       03110015
           READ DELTAF                                                  03120015
               AT END SET DELTA-EOF TO TRUE.                            03130015
           if delta-eof                                                 03140015
              go to section-exit                                        03150015
           end-if.                                                      03160015
           if dl-control                                                03170015
              set control-seen to true                                  03180015
              move DLC-MODE    to RPT-MODE-VAL                          03190015
              move DLC-ADDED   to RPT-MODE-ADD                          03200015
              move DLC-CHANGED to RPT-MODE-CHG                          03210015
              move DLC-REMOVED to RPT-MODE-DEL                          03220015
              move DLC-CURRENT to RPT-MODE-CUR                          03230015
              go to read-loop                                           03240015
           end-if.                                                      03250015
           if not dl-added and not dl-changed and not dl-removed        03260015
              go to read-loop                                           03270015
           end-if.                                                      03280015
           add 1 to W-ROW-CNT.                                          03290015
           move DL-REC    to W-KEY-REC.                                 03300015
           move DL-RECVER to W-KEY-RECVER.                              03310015
           perform 0150-FIND-SELECTION.                                 03320015
           if w-not-found                                               03330015
              if w-sel-tot not < w-sel-max                              03340015
                 perform 0160-TABLE-FULL                                03350015
                 go to read-loop                                        03360015
              end-if                                                    03370015
              add 1 to w-sel-tot                                        03380015
              add 1 to W-DIRECT-CNT                                     03390015
              move w-sel-tot   to W-j                                   03400015
              move W-KEY-REC    to sel-rec(W-j)                         03410015
              move W-KEY-RECVER to sel-recver(W-j)                      03420015
              set sel-direct(W-j) to true                               03430015
              set sel-exists(W-j) to true                               03440015
              move 0           to sel-add-cnt(W-j)                      03450015
              move 0           to sel-chg-cnt(W-j)                      03460015
              move 0           to sel-del-cnt(W-j)                      03470015
              move DL-ELE      to sel-first-ele(W-j)                    03480015
              move spaces      to sel-via-rec(W-j)                      03490015
              move 0           to sel-via-recver(W-j)                   03500015
              move spaces      to sel-via-set(W-j)                      03510015
           end-if.                                                      03520015
           if dl-added                                                  03530015
              add 1 to sel-add-cnt(W-j)                                 03540015
           end-if.                                                      03550015
           if dl-changed                                                03560015
              add 1 to sel-chg-cnt(W-j)                                 03570015
           end-if.                                                      03580015
           if dl-removed                                                03590015
              add 1 to sel-del-cnt(W-j)                                 03600015
           end-if.                                                      03610015
           go to read-loop.                                             03620015
       SECTION-EXIT.                                                    03630015
           EXIT.                                                        03640015
      *----------------------------------------------------------------*03650015
      *  W-KEY-REC / W-KEY-RECVER in the selection table - W-j is the  *03660015
      *  entry when found.                                             *03670015
      *----------------------------------------------------------------*03680015
       0150-FIND-SELECTION                 SECTION.                     03690015
      *----------------------------------------------------------------*03700015
       SECTION-ENTRY.                                                   03710015
           set w-not-found to true.                                     03720015
           move 1 to W-j.                                               03730015
       find-loop.                                                       03740015
           if W-j > w-sel-tot                                           03750015
              go to section-exit                                        03760015
           end-if.                                                      03770015
           if sel-rec(W-j) = W-KEY-REC                                  03780015
           and sel-recver(W-j) = W-KEY-RECVER                           03790015
              set w-found to true                                       03800015
              go to section-exit                                        03810015
           end-if.                                                      03820015
           add 1 to W-j.                                                03830015
           go to find-loop.                                             03840015
       SECTION-EXIT.                                                    03850015
           EXIT.                                                        03860015
      *----------------------------------------------------------------*03870015
       0160-TABLE-FULL                     SECTION.                     03880015
      *----------------------------------------------------------------*03890015
       SECTION-ENTRY.                                                   03900015
           add 1 to W-DROPPED-CNT.                                      03910015
           move W-KEY-REC    to RPT-FULL-REC.                           03920015
           move W-KEY-RECVER to RPT-FULL-VER.                           03930015
           write SELRPT-LINE from RPT-TABLE-FULL.                       03940015
           display 'ISPTB034 - SELECTION TABLE FULL AT ' W-KEY-REC.     03950015
       SECTION-EXIT.                                                    03960015
           EXIT.                                                        03970015
      *----------------------------------------------------------------*03980015
      *  composite owners - for each selected entry, every owner whose *03990015
      *  COMPOSITE_INFO member it is.  Entries appended here are       *04000015
      *  walked in turn, so owners of owners follow.                   *04010015
      *----------------------------------------------------------------*04020015
       0200-ADD-OWNERS                     SECTION.                     04030015
      *----------------------------------------------------------------*04040015
       SECTION-ENTRY.                                                   04050015
           move 1 to W-i.                                               04060015
       owner-loop.                                                      04070015
           if W-i > w-sel-tot                                           04080015
              go to section-exit                                        04090015
           end-if.                                                      04100015
           move sel-rec(W-i)    to sql-rec-name.                        04110015
           move sel-recver(W-i) to sql-recver.                          04120015
           EXEC SQL OPEN OWNWALK END-EXEC.                              04130015
       fetch-loop.                                                      04140015
           EXEC SQL                                                     04150015
               FETCH OWNWALK                                            04160015
                 INTO :sql-owner-rec, :sql-owner-recver, :sql-set-name  04170015
           END-EXEC.                                                    04180015
           if sqlcode not = 0                                           04190015
              go to close-cursor                                        04200015
           end-if.                                                      04210015
           move sql-owner-rec    to W-KEY-REC.                          04220015
           move sql-owner-recver to W-KEY-RECVER.                       04230015
           perform 0150-FIND-SELECTION.                                 04240015
           if w-found                                                   04250015
              go to fetch-loop                                          04260015
           end-if.                                                      04270015
           if w-sel-tot not < w-sel-max                                 04280015
              perform 0160-TABLE-FULL                                   04290015
              go to fetch-loop                                          04300015
           end-if.                                                      04310015
           add 1 to w-sel-tot.                                          04320015
           add 1 to W-OWNER-CNT.                                        04330015
           move w-sel-tot       to W-j.                                 04340015
           move W-KEY-REC       to sel-rec(W-j).                        04350015
           move W-KEY-RECVER    to sel-recver(W-j).                     04360015
           set sel-owner(W-j)   to true.                                04370015
           set sel-exists(W-j)  to true.                                04380015
           move 0               to sel-add-cnt(W-j).                    04390015
           move 0               to sel-chg-cnt(W-j).                    04400015
           move 0               to sel-del-cnt(W-j).                    04410015
           move spaces          to sel-first-ele(W-j).                  04420015
           move sel-rec(W-i)    to sel-via-rec(W-j).                    04430015
           move sel-recver(W-i) to sel-via-recver(W-j).                 04440015
           move sql-set-name    to sel-via-set(W-j).                    04450015
           go to fetch-loop.                                            04460015
       close-cursor.                                                    04470015
           EXEC SQL CLOSE OWNWALK END-EXEC.                             04480015
           add 1 to W-i.                                                04490015
           go to owner-loop.                                            04500015
       SECTION-EXIT.                                                    04510015
           EXIT.                                                        04520015
      *----------------------------------------------------------------*04530015
      *  a record whose rows were all removed has nothing to compile.  *04540015
      *----------------------------------------------------------------*04550015
       0300-CHECK-RECORD-INFO              SECTION.                     04560015
      *----------------------------------------------------------------*04570015
       SECTION-ENTRY.                                                   04580015
           move 1 to W-i.                                               04590015
       check-loop.                                                      04600015
           if W-i > w-sel-tot                                           04610015
              go to section-exit                                        04620015
           end-if.                                                      04630015
           move sel-rec(W-i)    to sql-rec-name.                        04640015
           move sel-recver(W-i) to sql-recver.                          04650015
           move 0 to sql-cnt.                                           04660015
           exec sql                                                     04670015
               select count(*)                                          04680015
                 into :sql-cnt                                          04690015
               from ispt.record_info                                    04700015
               where rec = :sql-rec-name                                04710015
                 and recver = :sql-recver                               04720015
           end-exec.                                                    04730015
           if sql-cnt = 0                                               04740015
              set sel-gone(W-i) to true                                 04750015
              add 1 to W-GONE-CNT                                       04760015
           end-if.                                                      04770015
           add 1 to W-i.                                                04780015
           go to check-loop.                                            04790015
       SECTION-EXIT.                                                    04800015
           EXIT.                                                        04810015
      *----------------------------------------------------------------*04820015
      *  reasons first, in selection order, then the cards.            *04830015
      *----------------------------------------------------------------*04840015
       0400-WRITE-SELECTION                SECTION.                     04850015
      *----------------------------------------------------------------*04860015
       SECTION-ENTRY.                                                   04870015
           if control-seen                                              04880015
              write SELRPT-LINE from RPT-MODE                           04890015
              if RPT-MODE-VAL = 'FULL '                                 04900015
                 write SELRPT-LINE from RPT-FULL-NOTE                   04910015
              end-if                                                    04920015
           else                                                         04930015
              write SELRPT-LINE from RPT-NO-CONTROL                     04940015
           end-if.                                                      04950015
           move spaces to SELRPT-LINE.                                  04960015
           write SELRPT-LINE.                                           04970015
           move 1 to W-i.                                               04980015
       reason-loop.                                                     04990015
           if W-i > w-sel-tot                                           05000015
              go to card-start                                          05010015
           end-if.                                                      05020015
           if sel-direct(W-i)                                           05030015
              move sel-rec(W-i)       to RPT-DIR-REC                    05040015
              move sel-recver(W-i)    to RPT-DIR-VER                    05050015
              move sel-add-cnt(W-i)   to RPT-DIR-ADD                    05060015
              move sel-chg-cnt(W-i)   to RPT-DIR-CHG                    05070015
              move sel-del-cnt(W-i)   to RPT-DIR-DEL                    05080015
              move sel-first-ele(W-i) to RPT-DIR-ELE                    05090015
              write SELRPT-LINE from RPT-DIRECT                         05100015
           else                                                         05110015
              move sel-rec(W-i)        to RPT-OWN-REC                   05120015
              move sel-recver(W-i)     to RPT-OWN-VER                   05130015
              move sel-via-rec(W-i)    to RPT-OWN-MEMBER                05140015
              move sel-via-recver(W-i) to RPT-OWN-MEMVER                05150015
              move sel-via-set(W-i)    to RPT-OWN-SET                   05160015
              write SELRPT-LINE from RPT-OWNER                          05170015
           end-if.                                                      05180015
           if sel-gone(W-i)                                             05190015
              move sel-rec(W-i)    to RPT-GONE-REC                      05200015
              move sel-recver(W-i) to RPT-GONE-VER                      05210015
              write SELRPT-LINE from RPT-GONE                           05220015
           end-if.                                                      05230015
           add 1 to W-i.                                                05240015
           go to reason-loop.                                           05250015
                                                                        05260015
       card-start.                                                      05270015
           move spaces to SELRPT-LINE.                                  05280015
           write SELRPT-LINE.                                           05290015
           move 1 to W-i.                                               05300015
       card-loop.                                                       05310015
           if W-i > w-sel-tot                                           05320015
              go to section-exit                                        05330015
           end-if.                                                      05340015
           if sel-exists(W-i)                                           05350015
              move spaces          to CARDS-RECORD                      05360015
              move sel-rec(W-i)    to CD-REC-NAME                       05370015
              move sel-recver(W-i) to CD-RECVER                         05380015
              move 'FORCE'         to CD-FORCE                          05390015
              write CARDS-RECORD                                        05400015
              add 1 to W-CARD-CNT                                       05410015
              move CARDS-RECORD    to RPT-CARD-IMAGE                    05420015
              write SELRPT-LINE from RPT-CARD                           05430015
           end-if.                                                      05440015
           add 1 to W-i.                                                05450015
           go to card-loop.                                             05460015
       SECTION-EXIT.                                                    05470015
           EXIT.                                                        05480015
