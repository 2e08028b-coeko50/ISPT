      *           left field-level sensitive elements masked for the   *00260415
      *           caller) are listed and totalled alongside the        *00260615
      *           denials                                              *00260815
      * 26/10/15  also writes FINDINGS - DENIED and MASKED counts per  *00261015
      *           module and a closing RUN row - for the isptb033      *00261215
      *           health scorecard                                     *00261415
      *                                                                *00270015
      *----------------------------------------------------------------*00280015
       ENVIRONMENT DIVISION.                                            00290015
               FILE STATUS IS WS-AUDITLOG-STATUS.                       00370015
           SELECT VIOLRPT     ASSIGN TO VIOLRPT                         00380015
               FILE STATUS IS WS-VIOLRPT-STATUS.                        00390015
           SELECT FINDINGS    ASSIGN TO FINDINGS                        00390215
               FILE STATUS IS WS-FINDINGS-STATUS.                       00390415
      *----------------------------------------------------------------*00400015
      *                                                                *00410015
      *----------------------------------------------------------------*00420015
       FD  VIOLRPT                                                      00650015
           RECORDING MODE IS F.                                         00660015
       01  VIOLRPT-LINE                       PIC X(132).               00670015
                                                                        00670215
       FD  FINDINGS                                                     00670415
           RECORDING MODE IS F.                                         00670615
       01  FINDINGS-RECORD.                                             00670815
           05 FN-SOURCE                          PIC X(08).             00671015
           05 FILLER                             PIC X(01).             00671215
           05 FN-RUN-DATE                        PIC X(08).             00671415
           05 FILLER                             PIC X(01).             00671615
           05 FN-MODNAME                         PIC X(08).             00671815
           05 FILLER                             PIC X(01).             00672015
           05 FN-ENDPOINT                        PIC X(32).             00672215
           05 FILLER                             PIC X(01).             00672415
           05 FN-CATEGORY                        PIC X(08).             00672615
           05 FILLER                             PIC X(01).             00672815
           05 FN-COUNT                           PIC 9(09).             00673015
           05 FILLER                             PIC X(01).             00673215
           05 FN-BASE                            PIC 9(09).             00673415
           05 FILLER                             PIC X(01).             00673615
           05 FN-DETAIL                          PIC X(31).             00673815
      *----------------------------------------------------------------*00680015
       WORKING-STORAGE SECTION.                                         00690015
        01 FILLER                                 PIC X(50) VALUE       00700015
              88 LOG-EOF                            VALUE 'Y'.          00780015
           05 WS-AUDITLOG-STATUS                 PIC X(02).             00790015
           05 WS-VIOLRPT-STATUS                  PIC X(02).             00800015
           05 WS-FINDINGS-STATUS                 PIC X(02).             00800215
           05 W-current-date-area.                                      00800415
              10 W-cd-date                       PIC X(08).             00800615
              10 FILLER                          PIC X(13).             00800815
                                                                        00810015
      *    per caller / module denial counts for the summary.          *00820015
        01 DENIAL-TABLE.                                                00830015
              05 den-caller                  PIC X(08).                 00870015
              05 den-modname                 PIC X(08).                 00880015
              05 den-cnt                     PIC 9(09) COMP-3.          00890015
                                                                        00890215
      *    per module denied / masked counts for the scorecard.        *00890415
        01 MODULE-TABLE.                                                00890615
           02 w-mod-max                      PIC S9(4) COMP VALUE 500.  00890815
           02 w-mod-tot                      PIC S9(4) COMP VALUE 0.    00891015
           02 mod-entry occurs 500 times.                               00891215
              05 mod-modname                 PIC X(08).                 00891415
              05 mod-denied                  PIC 9(09) COMP-3.          00891615
              05 mod-masked                  PIC 9(09) COMP-3.          00891815
                                                                        00900015
        01 REPORT-FIELDS.                                               00910015
           05 RPT-HEADING.                                              00920015
      *----------------------------------------------------------------*01250015
       SECTION-ENTRY.                                                   01260015
           DISPLAY '*  isptb018 ENTRY               *'.                 01270015
           OPEN OUTPUT VIOLRPT, FINDINGS.                               01280015
           MOVE FUNCTION CURRENT-DATE TO W-current-date-area.           01280215
           MOVE 0 TO W-DENIED-CNT, W-MASKED-CNT, W-LOG-CNT.             01290015
                                                                        01300015
           MOVE 'DENIED AND MASKED LOAD-MODULE RETRIEVALS'              01300215
           MOVE W-LOG-CNT    TO RPT-LOG-CNT.                            01400015
           WRITE VIOLRPT-LINE FROM RPT-TOTALS.                          01410015
                                                                        01420015
           PERFORM 0400-WRITE-FINDINGS.                                 01430015
           CLOSE VIOLRPT, FINDINGS.                                     01430215
           EXIT PROGRAM.                                                01440015
           STOP RUN.                                                    01450015
       SECTION-EXIT.                                                    01460015
           IF AL-DENIED                                                 01755015
              PERFORM 0200-COUNT-DENIAL                                 01760015
           END-IF.                                                      01765015
           PERFORM 0250-COUNT-MODULE.                                   01765215
           GO TO log-loop.                                              01770015
       SECTION-EXIT.                                                    01780015
           EXIT.                                                        01790015
           GO TO summary-loop.                                          02200015
       SECTION-EXIT.                                                    02210015
           EXIT.                                                        02220015
      *----------------------------------------------------------------*02230015
      *  per module tally of the denied and masked rows.               *02240015
      *----------------------------------------------------------------*02250015
       0250-COUNT-MODULE                   SECTION.                     02260015
      *----------------------------------------------------------------*02270015
       SECTION-ENTRY.                                                   02280015
           MOVE 0 TO W-i.                                               02290015
       module-scan-loop.                                                02300015
           ADD 1 TO W-i.                                                02310015
           IF W-i > w-mod-tot                                           02320015
              GO TO module-new                                          02330015
           END-IF.                                                      02340015
           IF mod-modname(W-i) = AL-MODNAME                             02350015
              GO TO module-add                                          02360015
           END-IF.                                                      02370015
           GO TO module-scan-loop.                                      02380015
       module-new.                                                      02390015
           IF w-mod-tot NOT LESS THAN w-mod-max                         02400015
              GO TO SECTION-EXIT                                        02410015
           END-IF.                                                      02420015
           ADD 1 TO w-mod-tot.                                          02430015
           MOVE w-mod-tot  TO W-i.                                      02440015
           MOVE AL-MODNAME TO mod-modname(W-i).                         02450015
           MOVE 0          TO mod-denied(W-i), mod-masked(W-i).         02460015
       module-add.                                                      02470015
           IF AL-MASKED                                                 02480015
              ADD 1 TO mod-masked(W-i)                                  02490015
           ELSE                                                         02500015
              ADD 1 TO mod-denied(W-i)                                  02510015
           END-IF.                                                      02520015
       SECTION-EXIT.                                                    02530015
           EXIT.                                                        02540015
      *----------------------------------------------------------------*02550015
      *  scorecard findings : one DENIED and / or MASKED row per       *02560015
      *  module that had any, then the closing RUN row.                *02570015
      *----------------------------------------------------------------*02580015
       0400-WRITE-FINDINGS                 SECTION.                     02590015
      *----------------------------------------------------------------*02600015
       SECTION-ENTRY.                                                   02610015
           MOVE 0 TO W-i.                                               02620015
       finding-loop.                                                    02630015
           ADD 1 TO W-i.                                                02640015
           IF W-i > w-mod-tot                                           02650015
              GO TO finding-run                                         02660015
           END-IF.                                                      02670015
           MOVE SPACES           TO FINDINGS-RECORD.                    02680015
           MOVE mod-modname(W-i) TO FN-MODNAME.                         02690015
           MOVE W-LOG-CNT        TO FN-BASE.                            02700015
           IF mod-denied(W-i) > 0                                       02710015
              MOVE 'DENIED'         TO FN-CATEGORY                      02720015
              MOVE mod-denied(W-i)  TO FN-COUNT                         02730015
              MOVE 'LOAD REFUSED FOR CALLER' TO FN-DETAIL               02740015
              PERFORM 0450-WRITE-FINDING                                02750015
           END-IF.                                                      02760015
           IF mod-masked(W-i) > 0                                       02770015
              MOVE 'MASKED'         TO FN-CATEGORY                      02780015
              MOVE mod-masked(W-i)  TO FN-COUNT                         02790015
              MOVE 'SENSITIVE ELEMENTS MASKED' TO FN-DETAIL             02800015
              PERFORM 0450-WRITE-FINDING                                02810015
           END-IF.                                                      02820015
           GO TO finding-loop.                                          02830015
       finding-run.                                                     02840015
           MOVE SPACES       TO FINDINGS-RECORD.                        02850015
           MOVE 'RUN'        TO FN-CATEGORY.                            02860015
           COMPUTE FN-COUNT = W-DENIED-CNT + W-MASKED-CNT.              02870015
           MOVE W-LOG-CNT    TO FN-BASE.                                02880015
           MOVE 'AUDITLOG SCAN COMPLETE' TO FN-DETAIL.                  02890015
           PERFORM 0450-WRITE-FINDING.                                  02900015
       SECTION-EXIT.                                                    02910015
           EXIT.                                                        02920015
      *----------------------------------------------------------------*02930015
       0450-WRITE-FINDING                  SECTION.                     02940015
      *----------------------------------------------------------------*02950015
       SECTION-ENTRY.                                                   02960015
           MOVE 'ISPTB018' TO FN-SOURCE.                                02970015
           MOVE W-cd-date  TO FN-RUN-DATE.                              02980015
           WRITE FINDINGS-RECORD.                                       02990015
       SECTION-EXIT.                                                    03000015
           EXIT.                                                        03010015
