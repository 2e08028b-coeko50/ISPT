      *           ispt-endpoint-definition past one loadtext block,    *00411415
      *           and a single-block move would have printed the       *00411615
      *           previous endpoint's leftovers                        *00411815
      * 26/10/15  also writes FINDINGS - a CATALOG row naming each     *00412015
      *           endpoint's jsonmap, a LINEAGE row for each broken    *00412215
      *           companion and a closing RUN row - for the isptb033   *00412415
      *           health scorecard                                     *00412615
      *                                                                *00420015
      *----------------------------------------------------------------*00430015
       ENVIRONMENT DIVISION.                                            00440015
               FILE STATUS IS WS-CATLGRPT-STATUS.                       00600015
           SELECT MODLIST     ASSIGN TO MODLIST                         00610015
               FILE STATUS IS WS-MODLIST-STATUS.                        00620015
           SELECT FINDINGS    ASSIGN TO FINDINGS                        00620215
               FILE STATUS IS WS-FINDINGS-STATUS.                       00620415
      *----------------------------------------------------------------*00630015
      *                                                                *00640015
      *----------------------------------------------------------------*00650015
           05 FILLER                          PIC X(01) VALUE SPACE.    00880015
           05 ML-VERSION                      PIC 9(02).                00890015
           05 FILLER                          PIC X(69) VALUE SPACE.    00900015
                                                                        00900215
       FD  FINDINGS                                                     00900415
           RECORDING MODE IS F.                                         00900615
       01  FINDINGS-RECORD.                                             00900815
           05 FN-SOURCE                       PIC X(08).                00901015
           05 FILLER                          PIC X(01).                00901215
           05 FN-RUN-DATE                     PIC X(08).                00901415
           05 FILLER                          PIC X(01).                00901615
           05 FN-MODNAME                      PIC X(08).                00901815
           05 FILLER                          PIC X(01).                00902015
           05 FN-ENDPOINT                     PIC X(32).                00902215
           05 FILLER                          PIC X(01).                00902415
           05 FN-CATEGORY                     PIC X(08).                00902615
           05 FILLER                          PIC X(01).                00902815
           05 FN-COUNT                        PIC 9(09).                00903015
           05 FILLER                          PIC X(01).                00903215
           05 FN-BASE                         PIC 9(09).                00903415
           05 FILLER                          PIC X(01).                00903615
           05 FN-DETAIL                       PIC X(31).                00903815
      *----------------------------------------------------------------*00910015
       WORKING-STORAGE SECTION.                                         00920015
        01 FILLER                                 PIC X(50) VALUE       00930015
                                                                        01280015
        01 WS-DICTPARM-FIELDS.                                          01290015
           05 WS-DICTPARM-STATUS                 PIC X(02).             01300015
                                                                        01300215
        01 FINDINGS-FIELDS.                                             01300415
           05 WS-FINDINGS-STATUS                 PIC X(02).             01300615
           05 W-current-date-area.                                      01300815
              10 W-cd-date                       PIC X(08).             01301015
              10 FILLER                          PIC X(13).             01301215
                                                                        01310015
        01 COPY IDMS SUBSCHEMA-NAMES.                                   01320015
        01 IDMS-WORK-AREA.                                              01330015
       SECTION-ENTRY.                                                   01560015
           DISPLAY '*  isptb013 ENTRY               *'.                 01570015
           PERFORM 0100-BIND-DATABASE.                                  01580015
           OPEN OUTPUT CATLGRPT, MODLIST, FINDINGS.                     01590015
           MOVE FUNCTION CURRENT-DATE TO W-current-date-area.           01590215
           MOVE 0 TO W-ENDPOINT-CNT, W-BROKEN-CNT.                      01600015
                                                                        01610015
           MOVE wk-dictname TO W-DICTNAME.                              01620015
           MOVE W-BROKEN-CNT   TO RPT-BROKEN-CNT.                       01670015
           WRITE CATLGRPT-LINE FROM RPT-TOTALS.                         01680015
                                                                        01690015
           MOVE SPACES         TO FINDINGS-RECORD.                      01690215
           MOVE 'RUN'          TO FN-CATEGORY.                          01690415
           MOVE W-BROKEN-CNT   TO FN-COUNT.                             01690615
           MOVE W-ENDPOINT-CNT TO FN-BASE.                              01690815
           MOVE 'CATALOG WALK COMPLETE' TO FN-DETAIL.                   01691015
           PERFORM 0500-WRITE-FINDING.                                  01691215
           PERFORM 9000-FINISH.                                         01700015
           CLOSE CATLGRPT, MODLIST, FINDINGS.                           01710015
           EXIT PROGRAM.                                                01720015
           STOP RUN.                                                    01730015
       SECTION-EXIT.                                                    01740015
           if ENDPOINT-COMPOSITE-IND = 'Y'                              02910615
              perform 0350-LIST-MEMBER-SETS                             02910815
           end-if.                                                      02911015
                                                                        02911215
      *    the scorecard learns each endpoint from its CATALOG row;    *02911415
      *    a broken companion is a LINEAGE finding against it.         *02911615
           move spaces           to FINDINGS-RECORD.                    02911815
           move ENDPOINT-JSONMAP to FN-MODNAME.                         02912015
           move ENDPOINT-NAME    to FN-ENDPOINT.                        02912215
           move 'CATALOG'        to FN-CATEGORY.                        02912415
           move 0                to FN-COUNT, FN-BASE.                  02912615
           perform 0500-WRITE-FINDING.                                  02912815
           if RPT-FLAG not = spaces                                     02913015
              move 'LINEAGE'     to FN-CATEGORY                         02913215
              move 1             to FN-COUNT                            02913415
              move RPT-FLAG      to FN-DETAIL                           02913615
              perform 0500-WRITE-FINDING                                02913815
           end-if.                                                      02914015
       SECTION-EXIT.                                                    02920015
           EXIT.                                                        02930015
      *----------------------------------------------------------------*02930215
       SECTION-EXIT.                                                    03310015
           EXIT.                                                        03320015
      *----------------------------------------------------------------*03330015
      *  one scorecard finding, stamped with this job and the run      *03330215
      *  date.                                                         *03330415
      *----------------------------------------------------------------*03330615
       0500-WRITE-FINDING                  SECTION.                     03330815
      *----------------------------------------------------------------*03331015
       SECTION-ENTRY.                                                   03331215
           move 'ISPTB013' to FN-SOURCE.                                03331415
           move W-cd-date  to FN-RUN-DATE.                              03331615
           write FINDINGS-RECORD.                                       03331815
       SECTION-EXIT.                                                    03332015
           EXIT.                                                        03332215
      *----------------------------------------------------------------*03332415
       9000-FINISH                         SECTION.                     03340015
      *----------------------------------------------------------------*03350015
       SECTION-ENTRY.                                                   03360015
