      *           bound once for the whole walk instead of per module  *00498515
      * 26/08/22  dictionary name now a runtime parameter - optional   *00502215
      *           DICTPARM card overrides the ISPTDICT default         *00505915
      * 26/10/15  also writes FINDINGS - one MISSING row per tagged    *00506115
      *           record without a module, one ORPHAN row per orphaned *00506315
      *           module, and a closing RUN row - for the isptb033     *00506515
      *           health scorecard                                     *00506715
      *                                                                *00510015
      *----------------------------------------------------------------*00520015
       ENVIRONMENT DIVISION.                                            00530015
               FILE STATUS IS WS-DICTPARM-STATUS.                       00656615
           SELECT RECONRPT    ASSIGN TO RECONRPT                        00660015
               FILE STATUS IS WS-RECONRPT-STATUS.                       00670015
           SELECT FINDINGS    ASSIGN TO FINDINGS                        00670215
               FILE STATUS IS WS-FINDINGS-STATUS.                       00670415
      *----------------------------------------------------------------*00680015
      *                                                                *00690015
      *----------------------------------------------------------------*00700015
       FD  RECONRPT                                                     00790015
           RECORDING MODE IS F.                                         00800015
       01  RECONRPT-LINE                       PIC X(132).              00810015
                                                                        00810215
       FD  FINDINGS                                                     00810415
           RECORDING MODE IS F.                                         00810615
       01  FINDINGS-RECORD.                                             00810815
           05 FN-SOURCE                          PIC X(08).             00811015
           05 FILLER                             PIC X(01).             00811215
           05 FN-RUN-DATE                        PIC X(08).             00811415
           05 FILLER                             PIC X(01).             00811615
           05 FN-MODNAME                         PIC X(08).             00811815
           05 FILLER                             PIC X(01).             00812015
           05 FN-ENDPOINT                        PIC X(32).             00812215
           05 FILLER                             PIC X(01).             00812415
           05 FN-CATEGORY                        PIC X(08).             00812615
           05 FILLER                             PIC X(01).             00812815
           05 FN-COUNT                           PIC 9(09).             00813015
           05 FILLER                             PIC X(01).             00813215
           05 FN-BASE                            PIC 9(09).             00813415
           05 FILLER                             PIC X(01).             00813615
           05 FN-DETAIL                          PIC X(31).             00813815
      *----------------------------------------------------------------*00820015
       WORKING-STORAGE SECTION.                                         00830015
        01 FILLER                                 PIC X(50) VALUE       00840015
           05 W-missing-cnt                      PIC S9(4) COMP.        00930015
           05 W-orphan-cnt                       PIC S9(4) COMP.        00940015
           05 WS-RECONRPT-STATUS                 PIC X(02).             00950015
           05 WS-FINDINGS-STATUS                 PIC X(02).             00950215
           05 W-current-date-area.                                      00950415
              10 W-cd-date                       PIC X(08).             00950615
              10 FILLER                          PIC X(13).             00950815
                                                                        00955015
        01 REPORT-FIELDS.                                               00960015
           05 RPT-DICT-VS-MODULE.                                       00970015
           DISPLAY '*  isptb006 ENTRY               *'.                01450015
           PERFORM 0100-BIND-DATABASE.                                 01460015
           OPEN OUTPUT RECONRPT.                                       01470015
           OPEN OUTPUT FINDINGS.                                        01470215
           MOVE FUNCTION CURRENT-DATE TO W-current-date-area.           01470415
           MOVE 0 TO W-MISSING-CNT, W-ORPHAN-CNT.                      01480015
                                                                        01485415
           MOVE wk-dictname TO W-DICTNAME.                              01490815
           MOVE W-ORPHAN-CNT  TO RPT-ORPHAN-CNT.                       01550015
           WRITE RECONRPT-LINE FROM RPT-TOTALS.                        01560015
                                                                        01565015
           MOVE SPACES        TO FINDINGS-RECORD.                       01565215
           MOVE 'RUN'         TO FN-CATEGORY.                           01565415
           COMPUTE FN-COUNT = W-MISSING-CNT + W-ORPHAN-CNT.             01565615
           MOVE 0             TO FN-BASE.                               01565815
           MOVE 'RECONCILIATION COMPLETE' TO FN-DETAIL.                 01566015
           PERFORM 0500-WRITE-FINDING.                                  01566215
           CLOSE FINDINGS.                                              01566415
           PERFORM 9000-FINISH.                                        01570015
           EXIT PROGRAM.                                               01580015
           STOP RUN.                                                   01590015
              add 1 to W-MISSING-CNT                                   02490015
              move rsyn-name-079 to RPT-REC-NAME                       02500015
              write RECONRPT-LINE from RPT-DICT-VS-MODULE              02510015
              move spaces        to FINDINGS-RECORD                     02510215
              move rsyn-name-079 to FN-MODNAME                          02510415
              move 'MISSING'     to FN-CATEGORY                         02510615
              move 1             to FN-COUNT                            02510815
              move 0             to FN-BASE                             02511015
              move 'JSON TAGGED, NO COMPILED MODULE' to FN-DETAIL       02511215
              perform 0500-WRITE-FINDING                                02511415
           end-if.                                                     02520015
                                                                        02525015
           find db-key is WS-SAVE-DBKEY-attr.                          02530015
                 add 1 to W-ORPHAN-CNT                                 02840015
                 move LOADHDR-MODNAME-156 to RPT-MODNAME               02850015
                 write RECONRPT-LINE from RPT-ORPHAN-MODULE            02860015
                 move spaces              to FINDINGS-RECORD            02860215
                 move LOADHDR-MODNAME-156 to FN-MODNAME                 02860415
                 move 'ORPHAN'            to FN-CATEGORY                02860615
                 move 1                   to FN-COUNT                   02860815
                 move 0                   to FN-BASE                    02861015
                 move 'RCDSYN NOT IN RECORD_INFO'                       02861215
                   to FN-DETAIL                                         02861415
                 perform 0500-WRITE-FINDING                             02861615
              end-if                                                   02870015
           end-if.                                                     02880015
                                                                        02885015
       SECTION-EXIT.                                                   02910015
           EXIT.                                                       02920015
      *----------------------------------------------------------------*02930015
      *  one scorecard finding, stamped with this job and the run      *02930215
      *  date.                                                         *02930415
      *----------------------------------------------------------------*02930615
       0500-WRITE-FINDING                  SECTION.                     02930815
      *----------------------------------------------------------------*02931015
       SECTION-ENTRY.                                                   02931215
           move 'ISPTB006' to FN-SOURCE.                                02931415
           move W-cd-date  to FN-RUN-DATE.                              02931615
           write FINDINGS-RECORD.                                       02931815
       SECTION-EXIT.                                                    02932015
           EXIT.                                                        02932215
      *----------------------------------------------------------------*02932415
       9000-FINISH                         SECTION.                    02940015
      *----------------------------------------------------------------*02950015
       SECTION-ENTRY.                                                  02960015
