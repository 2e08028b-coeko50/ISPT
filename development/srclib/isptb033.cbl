      *COBOL PGM SOURCE FOR isptb033                                    00010015
       IDENTIFICATION DIVISION.                                         00020015
       PROGRAM-ID.                     isptb033.                        00030015
       AUTHOR.                         Kosie.                           00040015
       DATE-WRITTEN.                   26/10/15.                        00050015
      *----------------------------------------------------------------*00060015
      *                                                                *00070015
      *                                                                *00080015
      * Endpoint health scorecard.                                     *00090015
      *                                                                *00100015
      * The nightly reports each look at one side of an endpoint -     *00110015
      * isptb006 reconciliation, isptb013 catalog lineage, isptb018    *00120015
      * denials, isptb020 certification, isptb022 error rates,         *00130015
      * isptb025 rule sweeps, isptb026 quarantine - and each now also  *00140015
      * writes a FINDINGS file in one common layout.  This job reads   *00150015
      * the findings together, gathers them per jsonmap (with the      *00160015
      * endpoint name from isptb013's CATALOG rows) and rates every    *00170015
      * jsonmap RED, AMBER or GREEN against a threshold per finding    *00180015
      * category, so operations read one list, worst first, instead    *00190015
      * of seven reports.                                              *00200015
      *                                                                *00210015
      * Rating : a category with a zero count is GREEN.  Otherwise     *00220015
      * its metric - the percentage count / base for a rate category   *00230015
      * with a base, the plain count for the rest - is RED at or over  *00240015
      * the red threshold, AMBER at or over the amber one.  A jsonmap  *00250015
      * takes its worst category.  Only findings dated today are       *00260015
      * rated; a feed with no findings today, or none at all, is       *00270015
      * reported as an AMBER feed warning.                             *00280015
      *                                                                *00290015
      * Condition code : 8 when any jsonmap is RED, 4 when anything    *00300015
      * is AMBER (feed warnings included), otherwise 0 - the job       *00310015
      * scheduler alerts on the step's return code.                    *00320015
      *                                                                *00330015
      * -------------------------------------------------------------  *00340015
      *                                                                *00350015
      * Files :                                                        *00360015
      *   FINDINGS  the concatenated findings of the seven jobs        *00370015
      *   SCORERPT  the scorecard                                      *00380015
      *                                                                *00390015
      * SYSIN cards, any number, all optional :                        *00400015
      *   threshold  01-08 category, 10-18 amber at, 20-28 red at,     *00410015
      *              both 9 digits zero filled, replace the default    *00420015
      *   OPTIONAL   10-17 job name - a feed that need not run daily   *00430015
      *              (no warning when its findings are missing)        *00440015
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
       INPUT-OUTPUT SECTION.                                            00550015
       FILE-CONTROL.                                                    00560015
           SELECT SYSIN       ASSIGN TO SYSIN                           00570015
               FILE STATUS IS WS-SYSIN-STATUS.                          00580015
           SELECT FINDINGS    ASSIGN TO FINDINGS                        00590015
               FILE STATUS IS WS-FINDINGS-STATUS.                       00600015
           SELECT SCORERPT    ASSIGN TO SCORERPT                        00610015
               FILE STATUS IS WS-SCORERPT-STATUS.                       00620015
      *----------------------------------------------------------------*00630015
      *                                                                *00640015
      *----------------------------------------------------------------*00650015
       DATA DIVISION.                                                   00660015
      *                                                                 00670015
       FILE SECTION.                                                    00680015
       FD  SYSIN                                                        00690015
           RECORDING MODE IS F.                                         00700015
       01  SYSIN-CARD.                                                  00710015
           05 SI-KEYWORD                      PIC X(08).                00720015
           05 FILLER                          PIC X(01).                00730015
           05 SI-AMBER                        PIC X(09).                00740015
           05 SI-AMBER-9 REDEFINES SI-AMBER   PIC 9(09).                00750015
           05 FILLER                          PIC X(01).                00760015
           05 SI-RED                          PIC X(09).                00770015
           05 SI-RED-9 REDEFINES SI-RED       PIC 9(09).                00780015
           05 FILLER                          PIC X(52).                00790015
       01  SYSIN-OPTION-CARD.                                           00800015
           05 FILLER                          PIC X(09).                00810015
           05 SO-JOBNAME                      PIC X(08).                00820015
           05 FILLER                          PIC X(63).                00830015
                                                                        00840015
       FD  FINDINGS                                                     00850015
           RECORDING MODE IS F.                                         00860015
       01  FINDINGS-RECORD.                                             00870015
           05 FN-SOURCE                       PIC X(08).                00880015
           05 FILLER                          PIC X(01).                00890015
           05 FN-RUN-DATE                     PIC X(08).                00900015
           05 FILLER                          PIC X(01).                00910015
           05 FN-MODNAME                      PIC X(08).                00920015
           05 FILLER                          PIC X(01).                00930015
           05 FN-ENDPOINT                     PIC X(32).                00940015
           05 FILLER                          PIC X(01).                00950015
           05 FN-CATEGORY                     PIC X(08).                00960015
           05 FILLER                          PIC X(01).                00970015
           05 FN-COUNT                        PIC 9(09).                00980015
           05 FILLER                          PIC X(01).                00990015
           05 FN-BASE                         PIC 9(09).                01000015
           05 FILLER                          PIC X(01).                01010015
           05 FN-DETAIL                       PIC X(31).                01020015
                                                                        01030015
       FD  SCORERPT                                                     01040015
           RECORDING MODE IS F.                                         01050015
       01  SCORERPT-LINE                      PIC X(132).               01060015
      *----------------------------------------------------------------*01070015
       WORKING-STORAGE SECTION.                                         01080015
        01 FILLER                                 PIC X(50) VALUE       01090015
            '*******  isptb033  WORKING STORAGE STARTS HERE -->'.       01100015
                                                                        01110015
        01 WORK-FIELDS.                                                 01120015
           05 W-sx                               PIC S9(4) COMP.        01130015
           05 W-cx                               PIC S9(4) COMP.        01140015
           05 W-fx                               PIC S9(4) COMP.        01150015
           05 W-pass-cnt                         PIC S9(4) COMP.        01160015
           05 W-fnd-cnt                          PIC S9(8) COMP.        01170015
           05 W-old-cnt                          PIC S9(8) COMP.        01180015
           05 W-red-cnt                          PIC S9(4) COMP.        01190015
           05 W-amber-cnt                        PIC S9(4) COMP.        01200015
           05 W-green-cnt                        PIC S9(4) COMP.        01210015
           05 W-feed-cnt                         PIC S9(4) COMP.        01220015
           05 W-category                         PIC X(08).             01230015
           05 W-pass-rating                      PIC X(01).             01240015
           05 W-rating                           PIC X(01).             01250015
           05 W-rating-text                      PIC X(05).             01260015
           05 W-today                            PIC X(08).             01270015
           05 W-eof-sw                           PIC X(01) VALUE 'N'.   01280015
              88 FINDINGS-EOF                       VALUE 'Y'.          01290015
           05 W-eof-sysin-sw                     PIC X(01) VALUE 'N'.   01300015
              88 SYSIN-EOF                          VALUE 'Y'.          01310015
           05 W-full-sw                          PIC X(01) VALUE 'N'.   01320015
              88 SUBJECTS-FULL                      VALUE 'Y'.          01330015
           05 WS-SYSIN-STATUS                    PIC X(02).             01340015
           05 WS-FINDINGS-STATUS                 PIC X(02).             01350015
           05 WS-SCORERPT-STATUS                 PIC X(02).             01360015
           05 W-current-date-area.                                      01370015
              10 W-cd-date                       PIC X(08).             01380015
              10 FILLER                          PIC X(13).             01390015
                                                                        01400015
      *    thresholds per finding category - category, amber at, red   *01410015
      *    at, rate switch.  the last entry, OTHER, rates any          *01420015
      *    category not named above it.                                *01430015
        01 THRESHOLD-DEFAULTS.                                          01440015
           05 FILLER                PIC X(27) VALUE                     01450015
              'LINEAGE 000000001000000001N'.                            01460015
           05 FILLER                PIC X(27) VALUE                     01470015
              'MISSING 000000001000000001N'.                            01480015
           05 FILLER                PIC X(27) VALUE                     01490015
              'CERTFAIL000000001000000001N'.                            01500015
           05 FILLER                PIC X(27) VALUE                     01510015
              'ORPHAN  000000001999999999N'.                            01520015
           05 FILLER                PIC X(27) VALUE                     01530015
              'STALE   000000001999999999N'.                            01540015
           05 FILLER                PIC X(27) VALUE                     01550015
              'ERRRATE 000000005000000020Y'.                            01560015
           05 FILLER                PIC X(27) VALUE                     01570015
              'DENIED  000000010000000050N'.                            01580015
           05 FILLER                PIC X(27) VALUE                     01590015
              'MASKED  000000100000001000N'.                            01600015
           05 FILLER                PIC X(27) VALUE                     01610015
              'RULEVIOL000000000000000010Y'.                            01620015
           05 FILLER                PIC X(27) VALUE                     01630015
              'QUARANT 000000000000000010Y'.                            01640015
           05 FILLER                PIC X(27) VALUE                     01650015
              'OTHER   000000000999999999N'.                            01660015
        01 THRESHOLD-TABLE REDEFINES THRESHOLD-DEFAULTS.                01670015
           05 thr-entry occurs 11 times.                                01680015
              10 thr-category                PIC X(08).                 01690015
              10 thr-amber                   PIC 9(09).                 01700015
              10 thr-red                     PIC 9(09).                 01710015
              10 thr-rate-sw                 PIC X(01).                 01720015
                 88 THR-IS-RATE                 VALUE 'Y'.              01730015
        01 THRESHOLD-LIMITS.                                            01740015
           05 w-thr-max                      PIC S9(4) COMP VALUE 11.   01750015
                                                                        01760015
      *    the jobs expected to feed the scorecard every day - job     *01770015
      *    name, optional switch, date of its latest findings.         *01780015
        01 FEED-DEFAULTS.                                               01790015
           05 FILLER                PIC X(17) VALUE 'ISPTB006N'.        01800015
           05 FILLER                PIC X(17) VALUE 'ISPTB013N'.        01810015
           05 FILLER                PIC X(17) VALUE 'ISPTB018N'.        01820015
           05 FILLER                PIC X(17) VALUE 'ISPTB020N'.        01830015
           05 FILLER                PIC X(17) VALUE 'ISPTB022N'.        01840015
           05 FILLER                PIC X(17) VALUE 'ISPTB025N'.        01850015
           05 FILLER                PIC X(17) VALUE 'ISPTB026N'.        01860015
        01 FEED-TABLE REDEFINES FEED-DEFAULTS.                          01870015
           05 feed-entry occurs 7 times.                                01880015
              10 feed-source                 PIC X(08).                 01890015
              10 feed-optional-sw            PIC X(01).                 01900015
                 88 FEED-OPTIONAL               VALUE 'Y'.              01910015
              10 feed-date                   PIC X(08).                 01920015
        01 FEED-LIMITS.                                                 01930015
           05 w-feed-max                     PIC S9(4) COMP VALUE 7.    01940015
                                                                        01950015
      *    one entry per jsonmap found, its findings summed per        *01960015
      *    threshold category.                                         *01970015
        01 SUBJECT-TABLE.                                               01980015
           02 w-sub-max                      PIC S9(4) COMP VALUE 500.  01990015
           02 w-sub-tot                      PIC S9(4) COMP VALUE 0.    02000015
           02 sub-entry occurs 500 times.                               02010015
              05 sub-modname                 PIC X(08).                 02020015
              05 sub-endpoint                PIC X(32).                 02030015
              05 sub-rating                  PIC X(01).                 02040015
              05 sub-cat occurs 11 times.                               02050015
                 10 sub-count                PIC 9(09) COMP-3.          02060015
                 10 sub-base                 PIC 9(09) COMP-3.          02070015
                 10 sub-metric               PIC 9(09) COMP-3.          02080015
                 10 sub-cat-rating           PIC X(01).                 02090015
                 10 sub-detail               PIC X(31).                 02100015
                                                                        02110015
        01 REPORT-FIELDS.                                               02120015
           05 RPT-HEADING.                                              02130015
              10 RPT-HEAD-TEXT   PIC X(50).                             02140015
           05 RPT-THR-LINE.                                             02150015
              10 FILLER          PIC X(02) VALUE SPACE.                 02160015
              10 RPT-T-CATEGORY  PIC X(08).                             02170015
              10 FILLER          PIC X(10) VALUE ' AMBER AT '.          02180015
              10 RPT-T-AMBER     PIC ZZZ,ZZZ,ZZ9.                       02190015
              10 FILLER          PIC X(08) VALUE ' RED AT '.            02200015
              10 RPT-T-RED       PIC ZZZ,ZZZ,ZZ9.                       02210015
              10 FILLER          PIC X(01) VALUE SPACE.                 02220015
              10 RPT-T-UNIT      PIC X(08).                             02230015
           05 RPT-FEED-LINE.                                            02240015
              10 FILLER          PIC X(02) VALUE SPACE.                 02250015
              10 RPT-F-RATING    PIC X(05).                             02260015
              10 FILLER          PIC X(06) VALUE ' FEED '.              02270015
              10 RPT-F-SOURCE    PIC X(08).                             02280015
              10 FILLER          PIC X(01) VALUE SPACE.                 02290015
              10 RPT-F-TEXT      PIC X(30).                             02300015
              10 RPT-F-DATE      PIC X(08).                             02310015
           05 RPT-SUBJECT-LINE.                                         02320015
              10 FILLER          PIC X(02) VALUE SPACE.                 02330015
              10 RPT-J-RATING    PIC X(05).                             02340015
              10 FILLER          PIC X(09) VALUE ' JSONMAP '.           02350015
              10 RPT-J-MODNAME   PIC X(08).                             02360015
              10 FILLER          PIC X(10) VALUE ' ENDPOINT '.          02370015
              10 RPT-J-ENDPOINT  PIC X(32).                             02380015
           05 RPT-REASON-LINE.                                          02390015
              10 FILLER          PIC X(10) VALUE SPACE.                 02400015
              10 RPT-R-RATING    PIC X(05).                             02410015
              10 FILLER          PIC X(01) VALUE SPACE.                 02420015
              10 RPT-R-CATEGORY  PIC X(08).                             02430015
              10 FILLER          PIC X(07) VALUE ' COUNT '.             02440015
              10 RPT-R-COUNT     PIC ZZZ,ZZZ,ZZ9.                       02450015
              10 FILLER          PIC X(04) VALUE ' OF '.                02460015
              10 RPT-R-BASE      PIC ZZZ,ZZZ,ZZ9.                       02470015
              10 FILLER          PIC X(08) VALUE ' METRIC '.            02480015
              10 RPT-R-METRIC    PIC ZZZ,ZZZ,ZZ9.                       02490015
              10 FILLER          PIC X(01) VALUE SPACE.                 02500015
              10 RPT-R-DETAIL    PIC X(31).                             02510015
           05 RPT-NONE-LINE.                                            02520015
              10 FILLER          PIC X(08) VALUE '  NONE.'.             02530015
           05 RPT-READ-LINE.                                            02540015
              10 FILLER          PIC X(21) VALUE                        02550015
                 'FINDINGS ROWS READ = '.                               02560015
              10 RPT-FND-CNT     PIC ZZZ,ZZZ,ZZ9.                       02570015
              10 FILLER          PIC X(26) VALUE                        02580015
                 ' NOT DATED TODAY, SKIPPED '.                          02590015
              10 RPT-OLD-CNT     PIC ZZZ,ZZZ,ZZ9.                       02600015
           05 RPT-TOTALS.                                               02610015
              10 FILLER          PIC X(21) VALUE                        02620015
                 'SCORECARD JSONMAPS = '.                               02630015
              10 RPT-SUB-CNT     PIC ZZZ9.                              02640015
              10 FILLER          PIC X(07) VALUE ' RED = '.             02650015
              10 RPT-RED-CNT     PIC ZZZ9.                              02660015
              10 FILLER          PIC X(09) VALUE ' AMBER = '.           02670015
              10 RPT-AMBER-CNT   PIC ZZZ9.                              02680015
              10 FILLER          PIC X(09) VALUE ' GREEN = '.           02690015
              10 RPT-GREEN-CNT   PIC ZZZ9.                              02700015
              10 FILLER          PIC X(17) VALUE ' FEED WARNINGS = '.   02710015
              10 RPT-FEED-CNT    PIC ZZZ9.                              02720015
      *----------------------------------------------------------------*02730015
       PROCEDURE DIVISION.                                              02740015
      *----------------------------------------------------------------*02750015
      *                                                                *02760015
      *----------------------------------------------------------------*02770015
       0000-MAINLINE                       SECTION.                     02780015
      *----------------------------------------------------------------*02790015
       SECTION-ENTRY.                                                   02800015
           DISPLAY '*  isptb033 ENTRY               *'.                 02810015
           MOVE FUNCTION CURRENT-DATE TO W-current-date-area.           02820015
           MOVE W-cd-date TO W-today.                                   02830015
           OPEN OUTPUT SCORERPT.                                        02840015
           MOVE 0 TO W-fnd-cnt, W-old-cnt, W-red-cnt, W-amber-cnt,      02850015
                     W-green-cnt, W-feed-cnt.                           02860015
                                                                        02870015
           MOVE 'HEALTH SCORECARD - THRESHOLDS' TO RPT-HEAD-TEXT.       02880015
           WRITE SCORERPT-LINE FROM RPT-HEADING.                        02890015
           PERFORM 0050-READ-SYSIN.                                     02900015
           PERFORM 0080-PRINT-THRESHOLDS.                               02910015
                                                                        02920015
           PERFORM 0100-READ-FINDINGS.                                  02930015
           PERFORM 0300-RATE-SUBJECTS.                                  02940015
                                                                        02950015
           MOVE 'FINDINGS FEEDS' TO RPT-HEAD-TEXT.                      02960015
           WRITE SCORERPT-LINE FROM RPT-HEADING.                        02970015
           PERFORM 0500-CHECK-FEEDS.                                    02980015
                                                                        02990015
           MOVE 'JSONMAPS RATED RED' TO RPT-HEAD-TEXT.                  03000015
           MOVE 'R' TO W-pass-rating.                                   03010015
           PERFORM 0400-PRINT-SUBJECTS.                                 03020015
           MOVE 'JSONMAPS RATED AMBER' TO RPT-HEAD-TEXT.                03030015
           MOVE 'A' TO W-pass-rating.                                   03040015
           PERFORM 0400-PRINT-SUBJECTS.                                 03050015
           MOVE 'JSONMAPS RATED GREEN' TO RPT-HEAD-TEXT.                03060015
           MOVE 'G' TO W-pass-rating.                                   03070015
           PERFORM 0400-PRINT-SUBJECTS.                                 03080015
                                                                        03090015
           MOVE W-fnd-cnt   TO RPT-FND-CNT.                             03100015
           MOVE W-old-cnt   TO RPT-OLD-CNT.                             03110015
           WRITE SCORERPT-LINE FROM RPT-READ-LINE.                      03120015
           MOVE w-sub-tot   TO RPT-SUB-CNT.                             03130015
           MOVE W-red-cnt   TO RPT-RED-CNT.                             03140015
           MOVE W-amber-cnt TO RPT-AMBER-CNT.                           03150015
           MOVE W-green-cnt TO RPT-GREEN-CNT.                           03160015
           MOVE W-feed-cnt  TO RPT-FEED-CNT.                            03170015
           WRITE SCORERPT-LINE FROM RPT-TOTALS.                         03180015
                                                                        03190015
           CLOSE SCORERPT.                                              03200015
           IF W-red-cnt > 0                                             03210015
              MOVE 8 TO RETURN-CODE                                     03220015
           ELSE                                                         03230015
              IF W-amber-cnt > 0 OR W-feed-cnt > 0                      03240015
                 MOVE 4 TO RETURN-CODE                                  03250015
              END-IF                                                    03260015
           END-IF.                                                      03270015
           EXIT PROGRAM.                                                03280015
           STOP RUN.                                                    03290015
       SECTION-EXIT.                                                    03300015
           EXIT.                                                        03310015
      *----------------------------------------------------------------*03320015
      *  threshold cards replace a category's default; OPTIONAL cards  *03330015
      *  excuse a feed from the daily check.                           *03340015
      *----------------------------------------------------------------*03350015
       0050-READ-SYSIN                     SECTION.                     03360015
      *----------------------------------------------------------------*03370015
       SECTION-ENTRY.                                                   03380015
           OPEN INPUT SYSIN.                                            03390015
           IF WS-SYSIN-STATUS NOT = '00'                                03400015
              GO TO SECTION-EXIT                                        03410015
           END-IF.                                                      03420015
       card-loop.                                                       03430015
           READ SYSIN                                                   03440015
               AT END SET SYSIN-EOF TO TRUE.                            03450015
           IF SYSIN-EOF                                                 03460015
              CLOSE SYSIN                                               03470015
              GO TO SECTION-EXIT                                        03480015
           END-IF.                                                      03490015
           IF SYSIN-CARD = SPACES OR SI-KEYWORD(1:1) = '*'              03500015
              GO TO card-loop                                           03510015
           END-IF.                                                      03520015
           IF SI-KEYWORD = 'OPTIONAL'                                   03530015
              PERFORM 0060-OPTIONAL-FEED                                03540015
              GO TO card-loop                                           03550015
           END-IF.                                                      03560015
           MOVE SI-KEYWORD TO W-category.                               03570015
           PERFORM 0160-FIND-CATEGORY.                                  03580015
           IF thr-category(W-cx) NOT = SI-KEYWORD                       03590015
              DISPLAY 'ISPTB033 - UNKNOWN CATEGORY ' SI-KEYWORD         03600015
                  ' IGNORED.'                                           03610015
              GO TO card-loop                                           03620015
           END-IF.                                                      03630015
           IF SI-AMBER-9 NOT NUMERIC OR SI-RED-9 NOT NUMERIC            03640015
              DISPLAY 'ISPTB033 - THRESHOLDS FOR ' SI-KEYWORD           03650015
                  ' NOT NUMERIC - CARD IGNORED.'                        03660015
              GO TO card-loop                                           03670015
           END-IF.                                                      03680015
           MOVE SI-AMBER-9 TO thr-amber(W-cx).                          03690015
           MOVE SI-RED-9   TO thr-red(W-cx).                            03700015
           GO TO card-loop.                                             03710015
       SECTION-EXIT.                                                    03720015
           EXIT.                                                        03730015
      *----------------------------------------------------------------*03740015
       0060-OPTIONAL-FEED                  SECTION.                     03750015
      *----------------------------------------------------------------*03760015
       SECTION-ENTRY.                                                   03770015
           MOVE 0 TO W-fx.                                              03780015
       optional-loop.                                                   03790015
           ADD 1 TO W-fx.                                               03800015
           IF W-fx > w-feed-max                                         03810015
              DISPLAY 'ISPTB033 - OPTIONAL ' SO-JOBNAME                 03820015
                  ' IS NOT A FEED - CARD IGNORED.'                      03830015
              GO TO SECTION-EXIT                                        03840015
           END-IF.                                                      03850015
           IF feed-source(W-fx) NOT = SO-JOBNAME                        03860015
              GO TO optional-loop                                       03870015
           END-IF.                                                      03880015
           SET FEED-OPTIONAL(W-fx) TO TRUE.                             03890015
       SECTION-EXIT.                                                    03900015
           EXIT.                                                        03910015
      *----------------------------------------------------------------*03920015
      *  the thresholds in force, after the cards.                     *03930015
      *----------------------------------------------------------------*03940015
       0080-PRINT-THRESHOLDS               SECTION.                     03950015
      *----------------------------------------------------------------*03960015
       SECTION-ENTRY.                                                   03970015
           MOVE 0 TO W-cx.                                              03980015
       threshold-loop.                                                  03990015
           ADD 1 TO W-cx.                                               04000015
           IF W-cx > w-thr-max                                          04010015
              GO TO SECTION-EXIT                                        04020015
           END-IF.                                                      04030015
           MOVE thr-category(W-cx) TO RPT-T-CATEGORY.                   04040015
           MOVE thr-amber(W-cx)    TO RPT-T-AMBER.                      04050015
           MOVE thr-red(W-cx)      TO RPT-T-RED.                        04060015
           IF THR-IS-RATE(W-cx)                                         04070015
              MOVE 'PERCENT' TO RPT-T-UNIT                              04080015
           ELSE                                                         04090015
              MOVE 'COUNT'   TO RPT-T-UNIT                              04100015
           END-IF.                                                      04110015
           WRITE SCORERPT-LINE FROM RPT-THR-LINE.                       04120015
           GO TO threshold-loop.                                        04130015
       SECTION-EXIT.                                                    04140015
           EXIT.                                                        04150015
      *----------------------------------------------------------------*04160015
      *  read every finding; today's rows sum into their jsonmap's     *04170015
      *  category, CATALOG rows name the endpoint, RUN rows only mark  *04180015
      *  the feed as present.                                          *04190015
      *----------------------------------------------------------------*04200015
       0100-READ-FINDINGS                  SECTION.                     04210015
      *----------------------------------------------------------------*04220015
       SECTION-ENTRY.                                                   04230015
           OPEN INPUT FINDINGS.                                         04240015
           IF WS-FINDINGS-STATUS NOT = '00'                             04250015
              DISPLAY 'ISPTB033 - FINDINGS OPEN STATUS '                04260015
                  WS-FINDINGS-STATUS                                    04270015
              GO TO SECTION-EXIT                                        04280015
           END-IF.                                                      04290015
       findings-loop.                                                   04300015
           READ FINDINGS                                                04310015
               AT END SET FINDINGS-EOF TO TRUE.                         04320015
           IF FINDINGS-EOF                                              04330015
              CLOSE FINDINGS                                            04340015
              GO TO SECTION-EXIT                                        04350015
           END-IF.                                                      04360015
           ADD 1 TO W-fnd-cnt.                                          04370015
           PERFORM 0170-MARK-FEED.                                      04380015
           IF FN-RUN-DATE NOT = W-today                                 04390015
              ADD 1 TO W-old-cnt                                        04400015
              GO TO findings-loop                                       04410015
           END-IF.                                                      04420015
           IF FN-CATEGORY = 'RUN' OR FN-MODNAME = SPACES                04430015
              GO TO findings-loop                                       04440015
           END-IF.                                                      04450015
           IF FN-COUNT NOT NUMERIC OR FN-BASE NOT NUMERIC               04460015
              DISPLAY 'ISPTB033 - ' FN-SOURCE ' FINDING FOR '           04470015
                  FN-MODNAME ' NOT NUMERIC - SKIPPED.'                  04480015
              GO TO findings-loop                                       04490015
           END-IF.                                                      04500015
           PERFORM 0150-FIND-SUBJECT.                                   04510015
           IF W-sx = 0                                                  04520015
              GO TO findings-loop                                       04530015
           END-IF.                                                      04540015
           IF FN-CATEGORY = 'CATALOG'                                   04550015
              MOVE FN-ENDPOINT TO sub-endpoint(W-sx)                    04560015
              GO TO findings-loop                                       04570015
           END-IF.                                                      04580015
           MOVE FN-CATEGORY TO W-category.                              04590015
           PERFORM 0160-FIND-CATEGORY.                                  04600015
           ADD FN-COUNT TO sub-count(W-sx, W-cx).                       04610015
           ADD FN-BASE  TO sub-base(W-sx, W-cx).                        04620015
           IF FN-DETAIL NOT = SPACES                                    04630015
              MOVE FN-DETAIL TO sub-detail(W-sx, W-cx)                  04640015
           END-IF.                                                      04650015
           GO TO findings-loop.                                         04660015
       SECTION-EXIT.                                                    04670015
           EXIT.                                                        04680015
      *----------------------------------------------------------------*04690015
      *  W-sx to the jsonmap's entry, added when new; 0 when the       *04700015
      *  table is full.                                                *04710015
      *----------------------------------------------------------------*04720015
       0150-FIND-SUBJECT                   SECTION.                     04730015
      *----------------------------------------------------------------*04740015
       SECTION-ENTRY.                                                   04750015
           MOVE 0 TO W-sx.                                              04760015
       subject-scan-loop.                                               04770015
           ADD 1 TO W-sx.                                               04780015
           IF W-sx > w-sub-tot                                          04790015
              GO TO subject-new                                         04800015
           END-IF.                                                      04810015
           IF sub-modname(W-sx) = FN-MODNAME                            04820015
              GO TO SECTION-EXIT                                        04830015
           END-IF.                                                      04840015
           GO TO subject-scan-loop.                                     04850015
       subject-new.                                                     04860015
           IF w-sub-tot NOT LESS THAN w-sub-max                         04870015
              IF NOT SUBJECTS-FULL                                      04880015
                 DISPLAY 'ISPTB033 - MORE THAN ' w-sub-max              04890015
                     ' JSONMAPS - THE REST ARE NOT RATED.'              04900015
                 SET SUBJECTS-FULL TO TRUE                              04910015
              END-IF                                                    04920015
              MOVE 0 TO W-sx                                            04930015
              GO TO SECTION-EXIT                                        04940015
           END-IF.                                                      04950015
           ADD 1 TO w-sub-tot.                                          04960015
           MOVE w-sub-tot TO W-sx.                                      04970015
           INITIALIZE sub-entry(W-sx).                                  04980015
           MOVE FN-MODNAME TO sub-modname(W-sx).                        04990015
           MOVE 'G'        TO sub-rating(W-sx).                         05000015
       SECTION-EXIT.                                                    05010015
           EXIT.                                                        05020015
      *----------------------------------------------------------------*05030015
      *  W-cx to the threshold entry for W-category; OTHER when the    *05040015
      *  category is not named.                                        *05050015
      *----------------------------------------------------------------*05060015
       0160-FIND-CATEGORY                  SECTION.                     05070015
      *----------------------------------------------------------------*05080015
       SECTION-ENTRY.                                                   05090015
           MOVE 0 TO W-cx.                                              05100015
       category-loop.                                                   05110015
           ADD 1 TO W-cx.                                               05120015
           IF W-cx NOT LESS THAN w-thr-max                              05130015
              GO TO SECTION-EXIT                                        05140015
           END-IF.                                                      05150015
           IF thr-category(W-cx) = W-category                           05160015
              GO TO SECTION-EXIT                                        05170015
           END-IF.                                                      05180015
           GO TO category-loop.                                         05190015
       SECTION-EXIT.                                                    05200015
           EXIT.                                                        05210015
      *----------------------------------------------------------------*05220015
      *  remember the latest run date seen from each feed.             *05230015
      *----------------------------------------------------------------*05240015
       0170-MARK-FEED                      SECTION.                     05250015
      *----------------------------------------------------------------*05260015
       SECTION-ENTRY.                                                   05270015
           MOVE 0 TO W-fx.                                              05280015
       mark-loop.                                                       05290015
           ADD 1 TO W-fx.                                               05300015
           IF W-fx > w-feed-max                                         05310015
              GO TO SECTION-EXIT                                        05320015
           END-IF.                                                      05330015
           IF feed-source(W-fx) NOT = FN-SOURCE                         05340015
              GO TO mark-loop                                           05350015
           END-IF.                                                      05360015
           IF FN-RUN-DATE > feed-date(W-fx)                             05370015
              MOVE FN-RUN-DATE TO feed-date(W-fx)                       05380015
           END-IF.                                                      05390015
       SECTION-EXIT.                                                    05400015
           EXIT.                                                        05410015
      *----------------------------------------------------------------*05420015
      *  rate every category of every jsonmap; the jsonmap takes the   *05430015
      *  worst.                                                        *05440015
      *----------------------------------------------------------------*05450015
       0300-RATE-SUBJECTS                  SECTION.                     05460015
      *----------------------------------------------------------------*05470015
       SECTION-ENTRY.                                                   05480015
           MOVE 0 TO W-sx.                                              05490015
       rate-subject-loop.                                               05500015
           ADD 1 TO W-sx.                                               05510015
           IF W-sx > w-sub-tot                                          05520015
              GO TO SECTION-EXIT                                        05530015
           END-IF.                                                      05540015
           MOVE 'G' TO sub-rating(W-sx).                                05550015
           MOVE 0 TO W-cx.                                              05560015
       rate-category-loop.                                              05570015
           ADD 1 TO W-cx.                                               05580015
           IF W-cx > w-thr-max                                          05590015
              GO TO rate-subject-done                                   05600015
           END-IF.                                                      05610015
           PERFORM 0350-RATE-CATEGORY.                                  05620015
           GO TO rate-category-loop.                                    05630015
       rate-subject-done.                                               05640015
           EVALUATE sub-rating(W-sx)                                    05650015
              WHEN 'R'                                                  05660015
                 ADD 1 TO W-red-cnt                                     05670015
              WHEN 'A'                                                  05680015
                 ADD 1 TO W-amber-cnt                                   05690015
              WHEN OTHER                                                05700015
                 ADD 1 TO W-green-cnt                                   05710015
           END-EVALUATE.                                                05720015
           GO TO rate-subject-loop.                                     05730015
       SECTION-EXIT.                                                    05740015
           EXIT.                                                        05750015
      *----------------------------------------------------------------*05760015
       0350-RATE-CATEGORY                  SECTION.                     05770015
      *----------------------------------------------------------------*05780015
       SECTION-ENTRY.                                                   05790015
           MOVE 'G' TO sub-cat-rating(W-sx, W-cx).                      05800015
           MOVE 0   TO sub-metric(W-sx, W-cx).                          05810015
           IF sub-count(W-sx, W-cx) = 0                                 05820015
              GO TO SECTION-EXIT                                        05830015
           END-IF.                                                      05840015
           IF THR-IS-RATE(W-cx) AND sub-base(W-sx, W-cx) > 0            05850015
              COMPUTE sub-metric(W-sx, W-cx) ROUNDED =                  05860015
                  sub-count(W-sx, W-cx) * 100 / sub-base(W-sx, W-cx)    05870015
           ELSE                                                         05880015
              MOVE sub-count(W-sx, W-cx) TO sub-metric(W-sx, W-cx)      05890015
           END-IF.                                                      05900015
           IF sub-metric(W-sx, W-cx) NOT LESS THAN thr-red(W-cx)        05910015
              MOVE 'R' TO sub-cat-rating(W-sx, W-cx)                    05920015
              MOVE 'R' TO sub-rating(W-sx)                              05930015
              GO TO SECTION-EXIT                                        05940015
           END-IF.                                                      05950015
           IF sub-metric(W-sx, W-cx) NOT LESS THAN thr-amber(W-cx)      05960015
              MOVE 'A' TO sub-cat-rating(W-sx, W-cx)                    05970015
              IF sub-rating(W-sx) = 'G'                                 05980015
                 MOVE 'A' TO sub-rating(W-sx)                           05990015
              END-IF                                                    06000015
           END-IF.                                                      06010015
       SECTION-EXIT.                                                    06020015
           EXIT.                                                        06030015
      *----------------------------------------------------------------*06040015
      *  list the jsonmaps carrying W-pass-rating under the heading    *06050015
      *  already in RPT-HEAD-TEXT, each with its findings.             *06060015
      *----------------------------------------------------------------*06070015
       0400-PRINT-SUBJECTS                 SECTION.                     06080015
      *----------------------------------------------------------------*06090015
       SECTION-ENTRY.                                                   06100015
           WRITE SCORERPT-LINE FROM RPT-HEADING.                        06110015
           MOVE 0 TO W-sx, W-pass-cnt.                                  06120015
       print-loop.                                                      06130015
           ADD 1 TO W-sx.                                               06140015
           IF W-sx > w-sub-tot                                          06150015
              GO TO print-done                                          06160015
           END-IF.                                                      06170015
           IF sub-rating(W-sx) NOT = W-pass-rating                      06180015
              GO TO print-loop                                          06190015
           END-IF.                                                      06200015
           ADD 1 TO W-pass-cnt.                                         06210015
           MOVE sub-rating(W-sx) TO W-rating.                           06220015
           PERFORM 0420-RATING-TEXT.                                    06230015
           MOVE W-rating-text      TO RPT-J-RATING.                     06240015
           MOVE sub-modname(W-sx)  TO RPT-J-MODNAME.                    06250015
           MOVE sub-endpoint(W-sx) TO RPT-J-ENDPOINT.                   06260015
           WRITE SCORERPT-LINE FROM RPT-SUBJECT-LINE.                   06270015
           PERFORM 0450-PRINT-REASONS.                                  06280015
           GO TO print-loop.                                            06290015
       print-done.                                                      06300015
           IF W-pass-cnt = 0                                            06310015
              WRITE SCORERPT-LINE FROM RPT-NONE-LINE                    06320015
           END-IF.                                                      06330015
       SECTION-EXIT.                                                    06340015
           EXIT.                                                        06350015
      *----------------------------------------------------------------*06360015
       0420-RATING-TEXT                    SECTION.                     06370015
      *----------------------------------------------------------------*06380015
       SECTION-ENTRY.                                                   06390015
           EVALUATE W-rating                                            06400015
              WHEN 'R'                                                  06410015
                 MOVE 'RED'   TO W-rating-text                          06420015
              WHEN 'A'                                                  06430015
                 MOVE 'AMBER' TO W-rating-text                          06440015
              WHEN OTHER                                                06450015
                 MOVE 'GREEN' TO W-rating-text                          06460015
           END-EVALUATE.                                                06470015
       SECTION-EXIT.                                                    06480015
           EXIT.                                                        06490015
      *----------------------------------------------------------------*06500015
      *  one line per category with a finding - the reasons.           *06510015
      *----------------------------------------------------------------*06520015
       0450-PRINT-REASONS                  SECTION.                     06530015
      *----------------------------------------------------------------*06540015
       SECTION-ENTRY.                                                   06550015
           MOVE 0 TO W-cx.                                              06560015
       reason-loop.                                                     06570015
           ADD 1 TO W-cx.                                               06580015
           IF W-cx > w-thr-max                                          06590015
              GO TO SECTION-EXIT                                        06600015
           END-IF.                                                      06610015
           IF sub-count(W-sx, W-cx) = 0                                 06620015
              GO TO reason-loop                                         06630015
           END-IF.                                                      06640015
           MOVE sub-cat-rating(W-sx, W-cx) TO W-rating.                 06650015
           PERFORM 0420-RATING-TEXT.                                    06660015
           MOVE W-rating-text              TO RPT-R-RATING.             06670015
           MOVE thr-category(W-cx)         TO RPT-R-CATEGORY.           06680015
           MOVE sub-count(W-sx, W-cx)      TO RPT-R-COUNT.              06690015
           MOVE sub-base(W-sx, W-cx)       TO RPT-R-BASE.               06700015
           MOVE sub-metric(W-sx, W-cx)     TO RPT-R-METRIC.             06710015
           MOVE sub-detail(W-sx, W-cx)     TO RPT-R-DETAIL.             06720015
           WRITE SCORERPT-LINE FROM RPT-REASON-LINE.                    06730015
           GO TO reason-loop.                                           06740015
       SECTION-EXIT.                                                    06750015
           EXIT.                                                        06760015
      *----------------------------------------------------------------*06770015
      *  every feed must have delivered today's findings unless it     *06780015
      *  was carded OPTIONAL; a gap is an AMBER feed warning.          *06790015
      *----------------------------------------------------------------*06800015
       0500-CHECK-FEEDS                    SECTION.                     06810015
      *----------------------------------------------------------------*06820015
       SECTION-ENTRY.                                                   06830015
           MOVE 0 TO W-fx.                                              06840015
       feed-loop.                                                       06850015
           ADD 1 TO W-fx.                                               06860015
           IF W-fx > w-feed-max                                         06870015
              GO TO SECTION-EXIT                                        06880015
           END-IF.                                                      06890015
           MOVE feed-source(W-fx) TO RPT-F-SOURCE.                      06900015
           MOVE feed-date(W-fx)   TO RPT-F-DATE.                        06910015
           IF feed-date(W-fx) = W-today                                 06920015
              MOVE 'GREEN'                    TO RPT-F-RATING           06930015
              MOVE 'FINDINGS CURRENT, DATED'  TO RPT-F-TEXT             06940015
              WRITE SCORERPT-LINE FROM RPT-FEED-LINE                    06950015
              GO TO feed-loop                                           06960015
           END-IF.                                                      06970015
           IF FEED-OPTIONAL(W-fx)                                       06980015
              MOVE 'GREEN'                    TO RPT-F-RATING           06990015
              MOVE 'OPTIONAL, LATEST DATED'   TO RPT-F-TEXT             07000015
              WRITE SCORERPT-LINE FROM RPT-FEED-LINE                    07010015
              GO TO feed-loop                                           07020015
           END-IF.                                                      07030015
           ADD 1 TO W-feed-cnt.                                         07040015
           MOVE 'AMBER' TO RPT-F-RATING.                                07050015
           IF feed-date(W-fx) = SPACES                                  07060015
              MOVE 'NO FINDINGS RECEIVED'     TO RPT-F-TEXT             07070015
           ELSE                                                         07080015
              MOVE 'NOT RUN TODAY, LATEST DATED' TO RPT-F-TEXT          07090015
           END-IF.                                                      07100015
           WRITE SCORERPT-LINE FROM RPT-FEED-LINE.                      07110015
           GO TO feed-loop.                                             07120015
       SECTION-EXIT.                                                    07130015
           EXIT.                                                        07140015
