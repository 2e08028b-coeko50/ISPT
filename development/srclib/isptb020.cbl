      *                                                                *00430015
      * Maintenance                                                    *00440015
      * 26/09/01  new program                                          *00450015
      * 26/10/15  also writes FINDINGS - a CERTFAIL row for every      *00450215
      *           DIRTY or NOT CERTIFIED map and a closing RUN row -   *00450415
      *           for the isptb033 health scorecard                    *00450615
      * 26/10/15  isptc004/isptc005 now take ispt-validation-rules as  *00450815
      *           a 5th parameter (UDC_KEY 904 code translation)       *00451015
      * 26/10/15  both control areas declare the engines' fixed        *00451215
      *           token / journal / format blocks and are initialized  *00451415
      *           before every call.                                   *00451615
      * 26/10/15  a UDC_KEY 904 element is filled with a code from     *00451815
      *           its own translation table, so it round-trips clean.  *00452015
      *                                                                *00460015
      *----------------------------------------------------------------*00470015
       ENVIRONMENT DIVISION.                                            00480015
               FILE STATUS IS WS-DICTPARM-STATUS.                       00620015
           SELECT CERTRPT     ASSIGN TO CERTRPT                         00630015
               FILE STATUS IS WS-CERTRPT-STATUS.                        00640015
           SELECT FINDINGS    ASSIGN TO FINDINGS                        00640215
               FILE STATUS IS WS-FINDINGS-STATUS.                       00640415
      *----------------------------------------------------------------*00650015
      *                                                                *00660015
      *----------------------------------------------------------------*00670015
       FD  CERTRPT                                                      00820015
           RECORDING MODE IS F.                                         00830015
       01  CERTRPT-LINE                       PIC X(132).               00840015
                                                                        00840215
       FD  FINDINGS                                                     00840415
           RECORDING MODE IS F.                                         00840615
       01  FINDINGS-RECORD.                                             00840815
           05 FN-SOURCE                       PIC X(08).                00841015
           05 FILLER                          PIC X(01).                00841215
           05 FN-RUN-DATE                     PIC X(08).                00841415
           05 FILLER                          PIC X(01).                00841615
           05 FN-MODNAME                      PIC X(08).                00841815
           05 FILLER                          PIC X(01).                00842015
           05 FN-ENDPOINT                     PIC X(32).                00842215
           05 FILLER                          PIC X(01).                00842415
           05 FN-CATEGORY                     PIC X(08).                00842615
           05 FILLER                          PIC X(01).                00842815
           05 FN-COUNT                        PIC 9(09).                00843015
           05 FILLER                          PIC X(01).                00843215
           05 FN-BASE                         PIC 9(09).                00843415
           05 FILLER                          PIC X(01).                00843615
           05 FN-DETAIL                       PIC X(31).                00843815
      *----------------------------------------------------------------*00850015
       WORKING-STORAGE SECTION.                                         00860015
        01 FILLER                                 PIC X(50) VALUE       00870015
           05 W-diff-start                       PIC S9(8) COMP.        01150015
           05 W-best-off                         PIC S9(8) COMP.        01160015
           05 W-best-ix                          PIC S9(4) COMP.        01170015
           05 W-rx                               PIC S9(4) COMP.        01170215
           05 W-xlt-eq                           PIC S9(4) COMP.        01170415
           05 W-xlt-pair                         PIC X(16).             01170615
           05 W-ch                               PIC X(01).             01180015
           05 W-dirty-sw                         PIC X(01).             01190015
              88 MAP-DIRTY                          VALUE 'Y'.          01200015
           05 W-date-digits                      PIC X(14) VALUE        01240015
              '20260901101112'.                                         01250015
           05 WS-CERTRPT-STATUS                  PIC X(02).             01260015
           05 WS-FINDINGS-STATUS                 PIC X(02).             01260215
           05 W-current-date-area.                                      01260415
              10 W-cd-date                       PIC X(08).             01260615
              10 FILLER                          PIC X(13).             01260815
                                                                        01270015
        01 NUMERIC-FIELDS.                                              01280015
           05 W-num-int                          PIC S9(15) COMP-3.     01290015
           05 SER-ERROR-ENTRY occurs 20 times.                          01650015
              10 SER-ERR-ELE                     PIC X(32).             01660015
              10 SER-ERR-CODE                    PIC X(04).             01670015
           05 SER-TOKEN-CONTROL.                                        01670215
              10 SER-TKN-SIGNATURE               PIC X(08).             01670415
              10 SER-VERSION-TOKEN               PIC X(08).             01670615
           05 SER-FORMAT-CONTROL.                                       01670815
              10 SER-FMT-SIGNATURE               PIC X(08).             01671015
                                                                        01680015
        01 W-PARSE-CONTROL.                                             01690015
           05 PAR-RETURN-CODE                    PIC S9(4) COMP.        01700015
           05 PAR-ERROR-ENTRY occurs 50 times.                          01720015
              10 PAR-ERR-FLD                     PIC X(32).             01730015
              10 PAR-ERR-CODE                    PIC X(04).             01740015
           05 PAR-JOURNAL-CONTROL.                                      01740215
              10 PAR-JRN-SIGNATURE               PIC X(08).             01740415
              10 PAR-JRN-CALLER                  PIC X(08).             01740615
              10 PAR-JRN-KEY                     PIC X(32).             01740815
           05 PAR-TOKEN-CONTROL.                                        01741015
              10 PAR-TKN-SIGNATURE               PIC X(08).             01741215
              10 PAR-VERSION-TOKEN               PIC X(08).             01741415
           05 PAR-FORMAT-CONTROL.                                       01741615
              10 PAR-FMT-SIGNATURE               PIC X(08).             01741815
                                                                        01750015
        01 REPORT-FIELDS.                                               01760015
           05 RPT-MAP-LINE.                                             01770015
       SECTION-ENTRY.                                                   02480015
           DISPLAY '*  isptb020 ENTRY               *'.                 02490015
           PERFORM 0100-BIND-DATABASE.                                  02500015
           OPEN OUTPUT CERTRPT, FINDINGS.                               02510015
           MOVE FUNCTION CURRENT-DATE TO W-current-date-area.           02510215
           MOVE 0 TO W-MAP-CNT, W-CLEAN-CNT, W-DIRTY-CNT,               02520015
                     W-NOTCERT-CNT.                                     02530015
                                                                        02540015
           MOVE W-NOTCERT-CNT TO RPT-NOTCERT-CNT.                       02650015
           WRITE CERTRPT-LINE FROM RPT-TOTALS.                          02660015
                                                                        02670015
           MOVE SPACES        TO FINDINGS-RECORD.                       02670215
           MOVE 'RUN'         TO FN-CATEGORY.                           02670415
           COMPUTE FN-COUNT = W-DIRTY-CNT + W-NOTCERT-CNT.              02670615
           MOVE W-MAP-CNT     TO FN-BASE.                               02670815
           MOVE 'CERTIFICATION RUN COMPLETE' TO FN-DETAIL.              02671015
           PERFORM 0800-WRITE-FINDING.                                  02671215
           PERFORM 9000-FINISH.                                         02680015
           CLOSE CERTRPT, FINDINGS.                                     02690015
           EXIT PROGRAM.                                                02700015
           STOP RUN.                                                    02710015
       SECTION-EXIT.                                                    02720015
              move we-jsonMap-name to RPT-NC-MODNAME                    03680015
              move we-return-code  to RPT-NC-RC                         03690015
              write CERTRPT-LINE from RPT-NC-LINE                       03700015
              move spaces           to FINDINGS-RECORD                  03700215
              move we-jsonMap-name  to FN-MODNAME                       03700415
              move 'CERTFAIL'       to FN-CATEGORY                      03700615
              move 1                to FN-COUNT                         03700815
              move 0                to FN-BASE                          03701015
              move 'NOT CERTIFIED - LOAD RC' to FN-DETAIL               03701215
              move RPT-NC-RC        to FN-DETAIL(25:4)                  03701415
              perform 0800-WRITE-FINDING                                03701615
              go to section-exit                                        03710015
           end-if.                                                      03720015
                                                                        03730015
           if MAP-DIRTY                                                 03840015
              add 1 to W-DIRTY-CNT                                      03850015
              move 'DIRTY ' to RPT-VERDICT                              03860015
              move spaces           to FINDINGS-RECORD                  03860215
              move we-jsonMap-name  to FN-MODNAME                       03860415
              move 'CERTFAIL'       to FN-CATEGORY                      03860615
              move 1                to FN-COUNT                         03860815
              move 0                to FN-BASE                          03861015
              move 'DIRTY - ROUND TRIP DIFFERS' to FN-DETAIL            03861215
              perform 0800-WRITE-FINDING                                03861415
           else                                                         03870015
              add 1 to W-CLEAN-CNT                                      03880015
              move 'CLEAN ' to RPT-VERDICT                              03890015
       0440-FILL-VALUE                     SECTION.                     05370015
      *----------------------------------------------------------------*05380015
       SECTION-ENTRY.                                                   05390015
      *    a translated element needs a code its table carries, or     *05390215
      *    isptc004 emits null with XLT : the code part of the first   *05390415
      *    904 pair the rules body holds for the element.              *05390615
           if ELE-UDC-KEY(W-ix) = 904                                   05390815
            and ELE-USAGE(W-ix) = 0                                     05391015
            and RULES-SIGNATURE = '#ISPTRUL'                            05391215
              perform 0445-FILL-XLATE-CODE                              05391415
              if W-xlt-eq > 0                                           05391615
                 go to section-exit                                     05391815
              end-if                                                    05392015
           end-if.                                                      05392215
           if ELE-UDC-KEY(W-ix) > 0 and ELE-UDC-KEY(W-ix) < 100         05400015
      *       date/time elements need genuine digits in the shape      *05410015
      *       the UDCFMT editing expects.                              *05420015
               replacing all space by W-ch.                             05680015
       SECTION-EXIT.                                                    05690015
           EXIT.                                                        05700015
      *----------------------------------------------------------------*05700215
      *  the first UDC_KEY 904 code=value pair for element W-ix : the  *05700415
      *  code (the bytes before '=') into the buffer.  W-xlt-eq stays  *05700615
      *  0 when the rules body carries no usable pair.                 *05700815
      *----------------------------------------------------------------*05701015
       0445-FILL-XLATE-CODE                SECTION.                     05701215
      *----------------------------------------------------------------*05701415
       SECTION-ENTRY.                                                   05701615
           move 0 to W-xlt-eq.                                          05701815
           move 0 to W-rx.                                              05702015
       xlt-find-loop.                                                   05702215
           add 1 to W-rx.                                               05702415
           if W-rx > RULES-COUNT                                        05702615
              go to section-exit                                        05702815
           end-if.                                                      05703015
           if RULE-UDC-KEY(W-rx) not = 904                              05703215
            or RULE-ELE(W-rx) not = ELE-ELEMENT(W-ix)                   05703415
              go to xlt-find-loop                                       05703615
           end-if.                                                      05703815
           move RULE-UDC-VAL(W-rx)(1:16) to W-xlt-pair.                 05704015
           inspect W-xlt-pair tallying W-xlt-eq                         05704215
               for characters before initial '='.                       05704415
           if W-xlt-eq = 0 or W-xlt-eq > 14 or W-xlt-eq > W-val-len     05704615
              move 0 to W-xlt-eq                                        05704815
              go to section-exit                                        05705015
           end-if.                                                      05705215
           move spaces to W-DATA-OUT(W-val-off:W-val-len).              05705415
           move W-xlt-pair(1:W-xlt-eq)                                  05705615
             to W-DATA-OUT(W-val-off:W-xlt-eq).                         05705815
       SECTION-EXIT.                                                    05706015
           EXIT.                                                        05706215
      *----------------------------------------------------------------*05710015
      *  every array with an OCCURS DEPENDING ON counter gets that     *05720015
      *  counter set to the full ELE-OCC, in every ancestor            *05730015
       0500-ROUND-TRIP                     SECTION.                     06370015
      *----------------------------------------------------------------*06380015
       SECTION-ENTRY.                                                   06390015
           initialize W-SERIALIZE-CONTROL.                              06390215
           move 24000 to JSON-MAX-LEN.                                  06400015
           call 'isptc004' using ispt-jsonschema                        06410015
                                  W-DATA-OUT                            06420015
                                  W-JSON-AREA                           06430015
                                  W-SERIALIZE-CONTROL                   06440015
                                  ispt-validation-rules.                06440215
           if SER-RETURN-CODE not = 0                                   06450015
              set MAP-DIRTY to true                                     06460015
              move SER-RETURN-CODE to RPT-SER-RC                        06470015
           end-if.                                                      06520015
                                                                        06530015
           move W-DATA-OUT to W-DATA-BACK.                              06540015
           initialize W-PARSE-CONTROL.                                  06540215
           call 'isptc005' using ispt-jsonschema                        06550015
                                  W-JSON-AREA                           06560015
                                  W-DATA-BACK                           06570015
                                  W-PARSE-CONTROL                       06580015
                                  ispt-validation-rules.                06580215
           move 0 to W-jx.                                              06590015
       err-loop.                                                        06600015
           add 1 to W-jx.                                               06610015
       SECTION-EXIT.                                                    08260015
           EXIT.                                                        08270015
      *----------------------------------------------------------------*08280015
      *  one scorecard finding, stamped with this job and the run      *08280215
      *  date.                                                         *08280415
      *----------------------------------------------------------------*08280615
       0800-WRITE-FINDING                  SECTION.                     08280815
      *----------------------------------------------------------------*08281015
       SECTION-ENTRY.                                                   08281215
           move 'ISPTB020' to FN-SOURCE.                                08281415
           move W-cd-date  to FN-RUN-DATE.                              08281615
           write FINDINGS-RECORD.                                       08281815
       SECTION-EXIT.                                                    08282015
           EXIT.                                                        08282215
      *----------------------------------------------------------------*08282415
       9000-FINISH                         SECTION.                     08290015
      *----------------------------------------------------------------*08300015
       SECTION-ENTRY.                                                   08310015
