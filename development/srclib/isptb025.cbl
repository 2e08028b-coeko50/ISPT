      *                                                                *00390015
      * Maintenance                                                    *00400015
      * 26/09/01  new program                                          *00410015
      * 26/10/15  also writes FINDINGS - a RULEVIOL row (records with  *00410215
      *           violations over records read) and a closing RUN row  *00410415
      *           - for the isptb033 health scorecard                  *00410615
      *                                                                *00420015
      *----------------------------------------------------------------*00430015
       ENVIRONMENT DIVISION.                                            00440015
               FILE STATUS IS WS-VIOLDTL-STATUS.                        00640015
           SELECT SWEEPRPT    ASSIGN TO SWEEPRPT                        00650015
               FILE STATUS IS WS-SWEEPRPT-STATUS.                       00660015
           SELECT FINDINGS    ASSIGN TO FINDINGS                        00660215
               FILE STATUS IS WS-FINDINGS-STATUS.                       00660415
      *----------------------------------------------------------------*00670015
      *                                                                *00680015
      *----------------------------------------------------------------*00690015
       FD  SWEEPRPT                                                     01030015
           RECORDING MODE IS F.                                         01040015
       01  SWEEPRPT-LINE                      PIC X(132).               01050015
                                                                        01050215
       FD  FINDINGS                                                     01050415
           RECORDING MODE IS F.                                         01050615
       01  FINDINGS-RECORD.                                             01050815
           05 FN-SOURCE                       PIC X(08).                01051015
           05 FILLER                          PIC X(01).                01051215
           05 FN-RUN-DATE                     PIC X(08).                01051415
           05 FILLER                          PIC X(01).                01051615
           05 FN-MODNAME                      PIC X(08).                01051815
           05 FILLER                          PIC X(01).                01052015
           05 FN-ENDPOINT                     PIC X(32).                01052215
           05 FILLER                          PIC X(01).                01052415
           05 FN-CATEGORY                     PIC X(08).                01052615
           05 FILLER                          PIC X(01).                01052815
           05 FN-COUNT                        PIC 9(09).                01053015
           05 FILLER                          PIC X(01).                01053215
           05 FN-BASE                         PIC 9(09).                01053415
           05 FILLER                          PIC X(01).                01053615
           05 FN-DETAIL                       PIC X(31).                01053815
      *----------------------------------------------------------------*01060015
       WORKING-STORAGE SECTION.                                         01070015
        01 FILLER                                 PIC X(50) VALUE       01080015
           05 WS-CHKPT-STATUS                    PIC X(02).             01280015
           05 WS-VIOLDTL-STATUS                  PIC X(02).             01290015
           05 WS-SWEEPRPT-STATUS                 PIC X(02).             01300015
           05 WS-FINDINGS-STATUS                 PIC X(02).             01300215
           05 W-current-date-area.                                      01300415
              10 W-cd-date                       PIC X(08).             01300615
              10 FILLER                          PIC X(13).             01300815
                                                                        01310015
      *    violations aggregated per element / category.               *01320015
        01 SUM-TABLE.                                                   01330015
                                                                        02180015
           OPEN INPUT DATAF.                                            02190015
           OPEN EXTEND VIOLDTL.                                         02200015
           OPEN OUTPUT SWEEPRPT, FINDINGS.                              02210015
           MOVE FUNCTION CURRENT-DATE TO W-current-date-area.           02210215
           MOVE 0 TO W-rec-cnt, W-bad-rec-cnt, W-viol-cnt,              02220015
                     W-since-ckpt.                                      02230015
                                                                        02240015
           PERFORM 0200-SWEEP.                                          02250015
           PERFORM 0400-WRITE-CHECKPOINT.                               02260015
           PERFORM 0500-REPORT-SUMMARY.                                 02270015
           PERFORM 0600-WRITE-FINDINGS.                                 02270215
                                                                        02280015
           CLOSE DATAF, VIOLDTL, SWEEPRPT, FINDINGS.                    02290015
       mainline-end.                                                    02300015
           EXIT PROGRAM.                                                02310015
           STOP RUN.                                                    02320015
           write SWEEPRPT-LINE from RPT-TOTALS.                         04280015
       SECTION-EXIT.                                                    04290015
           EXIT.                                                        04300015
      *----------------------------------------------------------------*04310015
      *  scorecard findings : the jsonmap's RULEVIOL row - records     *04320015
      *  with violations over records read - then the RUN row.         *04330015
      *----------------------------------------------------------------*04340015
       0600-WRITE-FINDINGS                 SECTION.                     04350015
      *----------------------------------------------------------------*04360015
       SECTION-ENTRY.                                                   04370015
           move spaces        to FINDINGS-RECORD.                       04380015
           move SI-MODNAME    to FN-MODNAME.                            04390015
           move 'RULEVIOL'    to FN-CATEGORY.                           04400015
           move W-bad-rec-cnt to FN-COUNT.                              04410015
           move W-rec-cnt     to FN-BASE.                               04420015
           move 'RECORDS BREAKING RULES' to FN-DETAIL.                  04430015
           perform 0650-WRITE-FINDING.                                  04440015
           move spaces        to FINDINGS-RECORD.                       04450015
           move 'RUN'         to FN-CATEGORY.                           04460015
           move W-viol-cnt    to FN-COUNT.                              04470015
           move W-rec-cnt     to FN-BASE.                               04480015
           move 'RULE SWEEP COMPLETE' to FN-DETAIL.                     04490015
           perform 0650-WRITE-FINDING.                                  04500015
       SECTION-EXIT.                                                    04510015
           EXIT.                                                        04520015
      *----------------------------------------------------------------*04530015
       0650-WRITE-FINDING                  SECTION.                     04540015
      *----------------------------------------------------------------*04550015
       SECTION-ENTRY.                                                   04560015
           move 'ISPTB025' to FN-SOURCE.                                04570015
           move W-cd-date  to FN-RUN-DATE.                              04580015
           write FINDINGS-RECORD.                                       04590015
       SECTION-EXIT.                                                    04600015
           EXIT.                                                        04610015
