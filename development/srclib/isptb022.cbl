      *                          average JSON length                   *00210015
      *   TOP TYP REJECTIONS     the ten elements taking the most      *00220015
      *                          TYP hits in today's log               *00230015
      *   JSONMAP CACHE          hits, misses, hit rate and the        *00230215
      *                          LOADTEXT blocks the hits did not      *00230415
      *                          have to read, per jsonmap, from the   *00230615
      *                          rows isptc002 writes per load         *00230815
      *                                                                *00240015
      * So when a consumer says "the order endpoint got slow and       *00250015
      * flaky on Tuesday" there are numbers instead of anecdotes.      *00260015
      *                                                                *00350015
      * Maintenance                                                    *00360015
      * 26/09/01  new program                                          *00370015
      * 26/10/15  also writes FINDINGS - an ERRRATE row (error calls   *00370215
      *           over calls) per program / jsonmap with errors and a  *00370415
      *           closing RUN row - for the isptb033 health scorecard  *00370615
      * 26/10/15  isptc002 jsonmap cache rows (ST-PROGRAM isptc002,    *00370815
      *           ST-ERR-CODE HIT / MISS) roll into the new JSONMAP    *00371015
      *           CACHE section instead of the throughput table        *00371215
      *                                                                *00380015
      *----------------------------------------------------------------*00390015
       ENVIRONMENT DIVISION.                                            00400015
               FILE STATUS IS WS-STATSLOG-STATUS.                       00480015
           SELECT STATSRPT    ASSIGN TO STATSRPT                        00490015
               FILE STATUS IS WS-STATSRPT-STATUS.                       00500015
           SELECT FINDINGS    ASSIGN TO FINDINGS                        00500215
               FILE STATUS IS WS-FINDINGS-STATUS.                       00500415
      *----------------------------------------------------------------*00510015
      *                                                                *00520015
      *----------------------------------------------------------------*00530015
       FD  STATSRPT                                                     00760015
           RECORDING MODE IS F.                                         00770015
       01  STATSRPT-LINE                      PIC X(132).               00780015
                                                                        00780215
       FD  FINDINGS                                                     00780415
           RECORDING MODE IS F.                                         00780615
       01  FINDINGS-RECORD.                                             00780815
           05 FN-SOURCE                          PIC X(08).             00781015
           05 FILLER                             PIC X(01).             00781215
           05 FN-RUN-DATE                        PIC X(08).             00781415
           05 FILLER                             PIC X(01).             00781615
           05 FN-MODNAME                         PIC X(08).             00781815
           05 FILLER                             PIC X(01).             00782015
           05 FN-ENDPOINT                        PIC X(32).             00782215
           05 FILLER                             PIC X(01).             00782415
           05 FN-CATEGORY                        PIC X(08).             00782615
           05 FILLER                             PIC X(01).             00782815
           05 FN-COUNT                           PIC 9(09).             00783015
           05 FILLER                             PIC X(01).             00783215
           05 FN-BASE                            PIC 9(09).             00783415
           05 FILLER                             PIC X(01).             00783615
           05 FN-DETAIL                          PIC X(31).             00783815
      *----------------------------------------------------------------*00790015
       WORKING-STORAGE SECTION.                                         00800015
        01 FILLER                                 PIC X(50) VALUE       00810015
              88 LOG-EOF                            VALUE 'Y'.          00930015
           05 WS-STATSLOG-STATUS                 PIC X(02).             00940015
           05 WS-STATSRPT-STATUS                 PIC X(02).             00950015
           05 WS-FINDINGS-STATUS                 PIC X(02).             00950215
           05 W-current-date-area.                                      00960015
              10 W-cd-date                       PIC X(08).             00970015
              10 FILLER                          PIC X(13).             00980015
              05 typ-ele                     PIC X(16).                 01190015
              05 typ-cnt                     PIC 9(09) COMP-3.          01200015
              05 typ-used                    PIC X(01).                 01210015
      *    isptc002 cache hits / misses per jsonmap.                   *01210215
        01 CACHE-TABLE.                                                 01210415
           02 w-cache-max                    PIC S9(4) COMP VALUE 500.  01210615
           02 w-cache-tot                    PIC S9(4) COMP VALUE 0.    01210815
           02 cache-entry occurs 500 times.                             01211015
              05 cache-modname               PIC X(08).                 01211215
              05 cache-hits                  PIC 9(09) COMP-3.          01211415
              05 cache-misses                PIC 9(09) COMP-3.          01211615
              05 cache-saved                 PIC 9(11) COMP-3.          01211815
           02 cache-total-hits               PIC 9(09) COMP-3 VALUE 0.  01212015
           02 cache-total-misses             PIC 9(09) COMP-3 VALUE 0.  01212215
           02 cache-total-saved              PIC 9(11) COMP-3 VALUE 0.  01212415
                                                                        01220015
        01 REPORT-FIELDS.                                               01230015
           05 RPT-HEADING.                                              01240015
              10 RPT-T-ELE       PIC X(16).                             01430015
              10 FILLER          PIC X(17) VALUE ' TYP REJECTIONS ='.   01440015
              10 RPT-T-CNT       PIC ZZZ,ZZ9.                           01450015
           05 RPT-CACHE-LINE.                                           01450215
              10 FILLER          PIC X(02) VALUE SPACE.                 01450415
              10 RPT-C-MODNAME   PIC X(08).                             01450615
              10 FILLER          PIC X(07) VALUE ' HITS ='.             01450815
              10 RPT-C-HITS      PIC ZZZ,ZZZ,ZZ9.                       01451015
              10 FILLER          PIC X(09) VALUE ' MISSES ='.           01451215
              10 RPT-C-MISSES    PIC ZZZ,ZZZ,ZZ9.                       01451415
              10 FILLER          PIC X(07) VALUE ' HIT% ='.             01451615
              10 RPT-C-PCT       PIC ZZ9.                               01451815
              10 FILLER          PIC X(16) VALUE ' BLOCKS SAVED ='.     01452015
              10 RPT-C-SAVED     PIC ZZ,ZZZ,ZZZ,ZZ9.                    01452215
           05 RPT-TOTALS.                                               01460015
              10 FILLER          PIC X(21) VALUE                        01470015
                 'STATS ROLLUP - READ '.                                01480015
           DISPLAY '*  isptb022 ENTRY               *'.                 01630015
           MOVE FUNCTION CURRENT-DATE TO W-current-date-area.           01640015
           MOVE W-cd-date TO W-today.                                   01650015
           OPEN OUTPUT STATSRPT, FINDINGS.                              01660015
           MOVE 0 TO W-log-cnt, W-rolled-cnt.                           01670015
                                                                        01680015
           PERFORM 0100-AGGREGATE-LOG.                                  01690015
           MOVE 'TOP TYP REJECTIONS BY ELEMENT' TO RPT-HEAD-TEXT.       01760015
           WRITE STATSRPT-LINE FROM RPT-HEADING.                        01770015
           PERFORM 0400-REPORT-TYP.                                     01780015
           MOVE 'JSONMAP CACHE HITS / MISSES BY JSONMAP'                01780215
               TO RPT-HEAD-TEXT.                                        01780415
           WRITE STATSRPT-LINE FROM RPT-HEADING.                        01780615
           PERFORM 0450-REPORT-CACHE.                                   01780815
                                                                        01790015
           MOVE W-log-cnt    TO RPT-LOG-CNT.                            01800015
           MOVE W-rolled-cnt TO RPT-ROLLED-CNT.                         01810015
           MOVE w-agg-tot    TO RPT-AGG-CNT.                            01820015
           WRITE STATSRPT-LINE FROM RPT-TOTALS.                         01830015
                                                                        01840015
           PERFORM 0500-WRITE-FINDINGS.                                 01850015
           CLOSE STATSRPT, FINDINGS.                                    01850215
           EXIT PROGRAM.                                                01860015
           STOP RUN.                                                    01870015
       SECTION-EXIT.                                                    01880015
              GO TO log-loop                                            02120015
           END-IF.                                                      02130015
           ADD 1 TO W-rolled-cnt.                                       02140015
      *    isptc002 rows are cache hits / misses, not engine calls.    *02140215
           IF ST-PROGRAM = 'isptc002'                                   02140415
              PERFORM 0250-COUNT-CACHE                                  02140615
              GO TO log-loop                                            02140815
           END-IF.                                                      02141015
           PERFORM 0150-ROLL-INTO-SLOT.                                 02150015
           IF ST-ERR-CODE = 'TYP '                                      02160015
            AND ST-ERR-ELE NOT = SPACES                                 02170015
           MOVE 'N'        TO typ-used(w-typ-tot).                      02900015
       SECTION-EXIT.                                                    02910015
           EXIT.                                                        02920015
      *----------------------------------------------------------------*02920215
      *  one isptc002 load : a HIT saved ST-ERR-CNT loadtext blocks.   *02920415
      *----------------------------------------------------------------*02920615
       0250-COUNT-CACHE                    SECTION.                     02920815
      *----------------------------------------------------------------*02921015
       SECTION-ENTRY.                                                   02921215
           MOVE 0 TO W-i.                                               02921415
       cache-scan-loop.                                                 02921615
           ADD 1 TO W-i.                                                02921815
           IF W-i > w-cache-tot                                         02922015
              GO TO cache-new                                           02922215
           END-IF.                                                      02922415
           IF cache-modname(W-i) = ST-MODNAME                           02922615
              GO TO cache-update                                        02922815
           END-IF.                                                      02923015
           GO TO cache-scan-loop.                                       02923215
       cache-new.                                                       02923415
           IF w-cache-tot NOT LESS THAN w-cache-max                     02923615
              DISPLAY 'ISPTB022 - CACHE TABLE FULL AT '                 02923815
                  w-cache-max ' - REMAINING JSONMAPS DROPPED.'          02924015
              GO TO SECTION-EXIT                                        02924215
           END-IF.                                                      02924415
           ADD 1 TO w-cache-tot.                                        02924615
           MOVE w-cache-tot TO W-i.                                     02924815
           MOVE ST-MODNAME  TO cache-modname(W-i).                      02925015
           MOVE 0 TO cache-hits(W-i), cache-misses(W-i),                02925215
                     cache-saved(W-i).                                  02925415
       cache-update.                                                    02925615
           IF ST-ERR-CODE = 'HIT '                                      02925815
              ADD 1          TO cache-hits(W-i), cache-total-hits       02926015
              ADD ST-ERR-CNT TO cache-saved(W-i), cache-total-saved     02926215
           ELSE                                                         02926415
              ADD 1          TO cache-misses(W-i), cache-total-misses   02926615
           END-IF.                                                      02926815
       SECTION-EXIT.                                                    02927015
           EXIT.                                                        02927215
      *----------------------------------------------------------------*02930015
       0300-REPORT-THROUGHPUT              SECTION.                     02940015
      *----------------------------------------------------------------*02950015
           GO TO top-loop.                                              03530015
       SECTION-EXIT.                                                    03540015
           EXIT.                                                        03550015
      *----------------------------------------------------------------*03550215
      *  per jsonmap, then an ALL line.                                *03550415
      *----------------------------------------------------------------*03550615
       0450-REPORT-CACHE                   SECTION.                     03550815
      *----------------------------------------------------------------*03551015
       SECTION-ENTRY.                                                   03551215
           MOVE 0 TO W-i.                                               03551415
       cache-loop.                                                      03551615
           ADD 1 TO W-i.                                                03551815
           IF W-i > w-cache-tot                                         03552015
              GO TO cache-all                                           03552215
           END-IF.                                                      03552415
           MOVE cache-modname(W-i) TO RPT-C-MODNAME.                    03552615
           MOVE cache-hits(W-i)    TO RPT-C-HITS.                       03552815
           MOVE cache-misses(W-i)  TO RPT-C-MISSES.                     03553015
           MOVE cache-saved(W-i)   TO RPT-C-SAVED.                      03553215
           COMPUTE RPT-C-PCT ROUNDED = cache-hits(W-i) * 100            03553415
               / ( cache-hits(W-i) + cache-misses(W-i) ).               03553615
           WRITE STATSRPT-LINE FROM RPT-CACHE-LINE.                     03553815
           GO TO cache-loop.                                            03554015
       cache-all.                                                       03554215
           IF w-cache-tot = 0                                           03554415
              GO TO SECTION-EXIT                                        03554615
           END-IF.                                                      03554815
           MOVE 'ALL'              TO RPT-C-MODNAME.                    03555015
           MOVE cache-total-hits   TO RPT-C-HITS.                       03555215
           MOVE cache-total-misses TO RPT-C-MISSES.                     03555415
           MOVE cache-total-saved  TO RPT-C-SAVED.                      03555615
           COMPUTE RPT-C-PCT ROUNDED = cache-total-hits * 100           03555815
               / ( cache-total-hits + cache-total-misses ).             03556015
           WRITE STATSRPT-LINE FROM RPT-CACHE-LINE.                     03556215
       SECTION-EXIT.                                                    03556415
           EXIT.                                                        03556615
      *----------------------------------------------------------------*03560015
      *  scorecard findings : error calls over calls for every         *03570015
      *  program / jsonmap that failed at least once, then the         *03580015
      *  closing RUN row.                                              *03590015
      *----------------------------------------------------------------*03600015
       0500-WRITE-FINDINGS                 SECTION.                     03610015
      *----------------------------------------------------------------*03620015
       SECTION-ENTRY.                                                   03630015
           MOVE 0 TO W-i.                                               03640015
       finding-loop.                                                    03650015
           ADD 1 TO W-i.                                                03660015
           IF W-i > w-agg-tot                                           03670015
              GO TO finding-run                                         03680015
           END-IF.                                                      03690015
           IF agg-errcalls(W-i) = 0                                     03700015
              GO TO finding-loop                                        03710015
           END-IF.                                                      03720015
           MOVE SPACES            TO FINDINGS-RECORD.                   03730015
           MOVE agg-modname(W-i)  TO FN-MODNAME.                        03740015
           MOVE 'ERRRATE'         TO FN-CATEGORY.                       03750015
           MOVE agg-errcalls(W-i) TO FN-COUNT.                          03760015
           MOVE agg-calls(W-i)    TO FN-BASE.                           03770015
           MOVE 'ERROR CALLS VIA'  TO FN-DETAIL.                        03780015
           MOVE agg-program(W-i)  TO FN-DETAIL(17:8).                   03790015
           PERFORM 0550-WRITE-FINDING.                                  03800015
           GO TO finding-loop.                                          03810015
       finding-run.                                                     03820015
           MOVE SPACES       TO FINDINGS-RECORD.                        03830015
           MOVE 'RUN'        TO FN-CATEGORY.                            03840015
           MOVE W-rolled-cnt TO FN-COUNT.                               03850015
           MOVE W-log-cnt    TO FN-BASE.                                03860015
           MOVE 'STATSLOG ROLL COMPLETE' TO FN-DETAIL.                  03870015
           PERFORM 0550-WRITE-FINDING.                                  03880015
       SECTION-EXIT.                                                    03890015
           EXIT.                                                        03900015
      *----------------------------------------------------------------*03910015
       0550-WRITE-FINDING                  SECTION.                     03920015
      *----------------------------------------------------------------*03930015
       SECTION-ENTRY.                                                   03940015
           MOVE 'ISPTB022' TO FN-SOURCE.                                03950015
           MOVE W-today    TO FN-RUN-DATE.                              03960015
           WRITE FINDINGS-RECORD.                                       03970015
       SECTION-EXIT.                                                    03980015
           EXIT.                                                        03990015
