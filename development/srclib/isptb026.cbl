      * SYSIN control card, one card :                                 *00300015
      *   01-08   jsonmap module name                                  *00310015
      *   10-18   APPLY (default) or REPROCESS                         *00320015
      *   20-27   caller id the change journal records against each    *00320215
      *           applied document (default ISPTB026)                  *00320415
      *   29-32   XML when JSONIN carries XML documents (isptc004's    *00320615
      *           XML rendering) instead of JSON; blank for JSON       *00320815
      *                                                                *00330015
      * JSONIN : one JSON document per record, LRECL 4000, blank       *00340015
      *          padded - or one XML document when SYSIN says XML.     *00340215
      * QUARF  : the quarantine - per rejected document one DOC        *00360015
      *          record (the payload verbatim) followed by one ERR     *00370015
      *          record per PAR-ERROR-ENTRY (code + element), all      *00380015
      *          carrying the document number.                         *00390015
      * QUARIN : a prior QUARF generation, REPROCESS input.            *00400015
      * BASEIN : optional, the current record images to apply onto -   *00400215
      *          one per document in input order (per DOC record on a  *00400415
      *          REPROCESS run) : cols 1-8 the version token the       *00400615
      *          partner's copy was issued with (blank = no check),    *00400815
      *          then the record image.  Without it every document     *00401015
      *          applies onto a blank buffer, as before.               *00401215
      * RECOUT : the populated record buffers, LRECL = the record      *00410015
      *          length the jsonmap describes.                         *00420015
      *                                                                *00430015
      * Maintenance                                                    *00440015
      * 26/09/01  new program                                          *00450015
      * 26/10/15  every applied document is journaled field by field   *00450215
      *           by isptc005 (JRNLOG) under the SYSIN caller id; the  *00450415
      *           key is the record's leading field                    *00450615
      * 26/10/15  optimistic concurrency : with BASEIN supplied each   *00450815
      *           document is parsed onto its current record image     *00451015
      *           with its version token; a document isptc005 finds    *00451215
      *           stale (rc 20) quarantines as DOC plus one STL        *00451415
      *           record - token and reason - instead of ERR records,  *00451615
      *           and is counted apart, so it can be reprocessed       *00451815
      *           against a fresh BASEIN.                              *00452015
      * 26/10/15  also writes FINDINGS - a QUARANT row (documents      *00452215
      *           quarantined over documents read), a STALE row when   *00452415
      *           any document was stale and a closing RUN row - for   *00452615
      *           the isptb033 health scorecard                        *00452815
      * 26/10/15  isptc005 now takes ispt-validation-rules as          *00453015
      *           a 5th parameter (UDC_KEY 904 code translation)       *00453215
      * 26/10/15  XML partner files : SYSIN cols 29-32 XML has every   *00453415
      *           document parsed by isptc005's XML mode; quarantine   *00453615
      *           and reprocess work unchanged.                        *00453815
      * 26/10/15  W-PARSE-CONTROL is initialized before every parse;   *00454015
      *           an empty BASEIN (DUMMY) is no base, not reported as  *00454215
      *           exhausted.                                           *00454415
      *                                                                *00460015
      *----------------------------------------------------------------*00470015
       ENVIRONMENT DIVISION.                                            00480015
               FILE STATUS IS WS-JSONIN-STATUS.                         00640015
           SELECT QUARIN      ASSIGN TO QUARIN                          00650015
               FILE STATUS IS WS-QUARIN-STATUS.                         00660015
           SELECT BASEIN      ASSIGN TO BASEIN                          00660215
               FILE STATUS IS WS-BASEIN-STATUS.                         00660415
           SELECT QUARF       ASSIGN TO QUARF                           00670015
               FILE STATUS IS WS-QUARF-STATUS.                          00680015
           SELECT RECOUT      ASSIGN TO RECOUT                          00690015
               FILE STATUS IS WS-RECOUT-STATUS.                         00700015
           SELECT CTLRPT      ASSIGN TO CTLRPT                          00710015
               FILE STATUS IS WS-CTLRPT-STATUS.                         00720015
           SELECT FINDINGS    ASSIGN TO FINDINGS                        00720215
               FILE STATUS IS WS-FINDINGS-STATUS.                       00720415
      *----------------------------------------------------------------*00730015
      *                                                                *00740015
      *----------------------------------------------------------------*00750015
       01  SYSIN-CARD.                                                  00810015
           05 SI-MODNAME                      PIC X(08).                00820015
           05 FILLER                          PIC X(01).                00830015
           05 SI-MODE                         PIC X(09).                00830215
           05 FILLER                          PIC X(01).                00830415
           05 SI-CALLER-ID                    PIC X(08).                00830615
           05 FILLER                          PIC X(01).                00830815
           05 SI-FORMAT                       PIC X(04).                00831015
           05 FILLER                          PIC X(48).                00831215
                                                                        00860015
       FD  JSONIN                                                       00870015
           RECORDING MODE IS F.                                         00880015
           05 QI-DOCNO                        PIC 9(09).                00950015
           05 QI-DATA                         PIC X(4000).              00960015
                                                                        00970015
       FD  BASEIN                                                       00970215
           RECORD IS VARYING IN SIZE FROM 9 TO 32008                    00970415
               DEPENDING ON W-base-len.                                 00970615
       01  BASEIN-RECORD.                                               00970815
           05 BI-TOKEN                        PIC X(08).                00971015
           05 BI-IMAGE                        PIC X(32000).             00971215
       FD  QUARF                                                        00980015
           RECORDING MODE IS F.                                         00990015
       01  QUARF-RECORD.                                                01000015
       FD  CTLRPT                                                       01100015
           RECORDING MODE IS F.                                         01110015
       01  CTLRPT-LINE                        PIC X(132).               01120015
                                                                        01120215
       FD  FINDINGS                                                     01120415
           RECORDING MODE IS F.                                         01120615
       01  FINDINGS-RECORD.                                             01120815
           05 FN-SOURCE                       PIC X(08).                01121015
           05 FILLER                          PIC X(01).                01121215
           05 FN-RUN-DATE                     PIC X(08).                01121415
           05 FILLER                          PIC X(01).                01121615
           05 FN-MODNAME                      PIC X(08).                01121815
           05 FILLER                          PIC X(01).                01122015
           05 FN-ENDPOINT                     PIC X(32).                01122215
           05 FILLER                          PIC X(01).                01122415
           05 FN-CATEGORY                     PIC X(08).                01122615
           05 FILLER                          PIC X(01).                01122815
           05 FN-COUNT                        PIC 9(09).                01123015
           05 FILLER                          PIC X(01).                01123215
           05 FN-BASE                         PIC 9(09).                01123415
           05 FILLER                          PIC X(01).                01123615
           05 FN-DETAIL                       PIC X(31).                01123815
      *----------------------------------------------------------------*01130015
       WORKING-STORAGE SECTION.                                         01140015
        01 FILLER                                 PIC X(50) VALUE       01150015
                                                                        01170015
        01 WORK-FIELDS.                                                 01180015
           05 W-REC-LEN                          PIC S9(8) COMP.        01190015
           05 W-base-len                         PIC S9(8) COMP.        01190215
           05 W-ix                               PIC S9(4) COMP.        01200015
           05 W-vx                               PIC S9(4) COMP.        01210015
           05 W-len                              PIC S9(8) COMP.        01220015
           05 W-applied-cnt                      PIC 9(09) COMP-3.      01250015
           05 W-quar-cnt                         PIC 9(09) COMP-3.      01260015
           05 W-reproc-cnt                       PIC 9(09) COMP-3.      01270015
           05 W-stale-cnt                        PIC 9(09) COMP-3.      01270215
           05 W-base-cnt                         PIC 9(09) COMP-3.      01270415
           05 W-base-sw                          PIC X(01) VALUE 'N'.   01270615
              88 BASE-ABSENT                        VALUE 'N'.          01270815
              88 BASE-PRESENT                       VALUE 'Y'.          01271015
              88 BASE-EXHAUSTED                     VALUE 'E'.          01271215
           05 W-mode-sw                          PIC X(01) VALUE 'A'.   01280015
              88 APPLY-MODE                         VALUE 'A'.          01290015
              88 REPROCESS-MODE                     VALUE 'R'.          01300015
           05 WS-SYSIN-STATUS                    PIC X(02).             01330015
           05 WS-JSONIN-STATUS                   PIC X(02).             01340015
           05 WS-QUARIN-STATUS                   PIC X(02).             01350015
           05 WS-BASEIN-STATUS                   PIC X(02).             01350215
           05 WS-QUARF-STATUS                    PIC X(02).             01360015
           05 WS-RECOUT-STATUS                   PIC X(02).             01370015
           05 WS-CTLRPT-STATUS                   PIC X(02).             01380015
           05 WS-FINDINGS-STATUS                 PIC X(02).             01380215
           05 W-current-date-area.                                      01380415
              10 W-cd-date                       PIC X(08).             01380615
              10 FILLER                          PIC X(13).             01380815
                                                                        01390015
        01 RECORD-BUFFER.                                               01400015
           05 W-RECORD-DATA                      PIC X(32000).          01410015
           05 PAR-ERROR-ENTRY occurs 50 times.                          01510015
              10 PAR-ERR-FLD                     PIC X(32).             01520015
              10 PAR-ERR-CODE                    PIC X(04).             01530015
           05 PAR-JOURNAL-CONTROL.                                      01530215
              10 PAR-JRN-SIGNATURE               PIC X(08).             01530415
              10 PAR-JRN-CALLER                  PIC X(08).             01530615
              10 PAR-JRN-KEY                     PIC X(32).             01530815
           05 PAR-TOKEN-CONTROL.                                        01531015
              10 PAR-TKN-SIGNATURE               PIC X(08).             01531215
              10 PAR-VERSION-TOKEN               PIC X(08).             01531415
           05 PAR-FORMAT-CONTROL.                                       01531615
              10 PAR-FMT-SIGNATURE               PIC X(08).             01531815
                                                                        01540015
        01 REPORT-FIELDS.                                               01550015
           05 RPT-TOTALS.                                               01560015
              10 RPT-QUAR        PIC ZZZ,ZZZ,ZZ9.                       01630015
              10 FILLER          PIC X(15) VALUE ' REPROCESSED = '.     01640015
              10 RPT-REPROC      PIC ZZZ,ZZZ,ZZ9.                       01650015
           05 RPT-STALE-LINE.                                           01650215
              10 FILLER          PIC X(16) VALUE 'APPLIER TOTALS -'.    01650415
              10 FILLER          PIC X(23) VALUE                        01650615
                 ' STALE (QUARANTINED) = '.                             01650815
              10 RPT-STALE       PIC ZZZ,ZZZ,ZZ9.                       01651015
              10 FILLER          PIC X(17) VALUE ' BASE RECORDS = '.    01651215
              10 RPT-BASE        PIC ZZZ,ZZZ,ZZ9.                       01651415
                                                                        01660015
        01 CALL-FIELDS.                                                 01670015
           05 COPY IDMS record ispt-jsonschema.                         01680015
           PERFORM 0150-FINISH-ISPTC002.                                01990015
           PERFORM 0180-COMPUTE-RECORD-LENGTH.                          02000015
                                                                        02010015
           OPEN OUTPUT RECOUT, CTLRPT, FINDINGS.                        02020015
           MOVE FUNCTION CURRENT-DATE TO W-current-date-area.           02020215
           OPEN EXTEND QUARF.                                           02030015
           MOVE 0 TO W-doc-cnt, W-applied-cnt, W-quar-cnt,              02040015
                     W-stale-cnt, W-base-cnt,                           02040215
                     W-reproc-cnt.                                      02050015
                                                                        02060015
           OPEN INPUT BASEIN.                                           02060215
           if WS-BASEIN-STATUS = '00'                                   02060415
              set BASE-PRESENT to true                                  02060615
           end-if.                                                      02060815
           if REPROCESS-MODE                                            02070015
              OPEN INPUT QUARIN                                         02080015
              PERFORM 0300-REPROCESS-QUARANTINE                         02090015
           MOVE W-quar-cnt    TO RPT-QUAR.                              02190015
           MOVE W-reproc-cnt  TO RPT-REPROC.                            02200015
           WRITE CTLRPT-LINE FROM RPT-TOTALS.                           02210015
           MOVE W-stale-cnt   TO RPT-STALE.                             02210215
           MOVE W-base-cnt    TO RPT-BASE.                              02210415
           WRITE CTLRPT-LINE FROM RPT-STALE-LINE.                       02210615
                                                                        02220015
           PERFORM 0700-WRITE-FINDINGS.                                 02230015
           CLOSE RECOUT, QUARF, CTLRPT, FINDINGS.                       02230115
           if not BASE-ABSENT                                           02230215
              CLOSE BASEIN                                              02230415
           end-if.                                                      02230615
       mainline-end.                                                    02240015
           EXIT PROGRAM.                                                02250015
           STOP RUN.                                                    02260015
           if SI-MODE = 'REPROCESS'                                     02410015
              set REPROCESS-MODE to true                                02420015
           end-if.                                                      02430015
           if SI-CALLER-ID = spaces                                     02430215
              move 'ISPTB026' to SI-CALLER-ID                           02430415
           end-if.                                                      02430615
       SECTION-EXIT.                                                    02440015
           EXIT.                                                        02450015
      *----------------------------------------------------------------*02460015
       SECTION-EXIT.                                                    03560015
           EXIT.                                                        03570015
      *----------------------------------------------------------------*03580015
      *  the next BASEIN record is this document's current image and   *03580215
      *  token.  running out early is reported once; the remaining     *03580415
      *  documents apply onto a blank buffer without a check.  an      *03580615
      *  empty BASEIN (the DUMMY default) is simply no base.           *03580815
      *----------------------------------------------------------------*03581015
       0550-READ-BASE                      SECTION.                     03581215
      *----------------------------------------------------------------*03581415
       SECTION-ENTRY.                                                   03581615
           READ BASEIN                                                  03581815
               AT END                                                   03582015
                  set BASE-EXHAUSTED to true                            03582215
                  if W-base-cnt > 0                                     03582415
                     DISPLAY 'ISPTB026 - BASEIN EXHAUSTED AT DOCUMENT ' 03582615
                         W-doc-cnt ' - THE REST APPLY WITHOUT A BASE.'  03582815
                  end-if                                                03583015
                  go to section-exit                                    03583215
           END-READ.                                                    03583415
           add 1 to W-base-cnt.                                         03583615
           move BI-TOKEN to PAR-VERSION-TOKEN.                          03583815
           if W-base-len > 8                                            03584015
              compute W-len = W-base-len - 8                            03584215
              move BI-IMAGE(1:W-len) to W-RECORD-DATA(1:W-len)          03584415
           end-if.                                                      03584615
       SECTION-EXIT.                                                    03584815
           EXIT.                                                        03585015
      *----------------------------------------------------------------*03585215
      *  one document through isptc005 : clean writes the populated    *03590015
      *  buffer, anything else quarantines with the full error list.   *03600015
      *----------------------------------------------------------------*03610015
      *----------------------------------------------------------------*03630015
       SECTION-ENTRY.                                                   03640015
           move spaces to W-RECORD-DATA.                                03650015
           initialize W-PARSE-CONTROL.                                  03650115
           move '#VERTOK ' to PAR-TKN-SIGNATURE.                        03650215
           move spaces to PAR-VERSION-TOKEN.                            03650315
           if BASE-PRESENT                                              03650415
              perform 0550-READ-BASE                                    03650515
           end-if.                                                      03650615
           move '#JRNCTL ' to PAR-JRN-SIGNATURE.                        03650715
           move SI-CALLER-ID to PAR-JRN-CALLER.                         03650815
           move spaces to PAR-JRN-KEY.                                  03650915
           if SI-FORMAT = 'XML'                                         03651015
              move '#XMLDOC ' to PAR-FMT-SIGNATURE                      03651215
           else                                                         03651415
              move spaces to PAR-FMT-SIGNATURE                          03651615
           end-if.                                                      03651815
           call 'isptc005' using ispt-jsonschema                        03660015
                                  W-JSON-AREA                           03670015
                                  W-RECORD-DATA                         03680015
                                  W-PARSE-CONTROL                       03690015
                                  ispt-validation-rules.                03690215
           if PAR-RETURN-CODE = 0                                       03700015
              add 1 to W-applied-cnt                                    03710015
              move W-RECORD-DATA(1:W-REC-LEN)                           03720015
              write RECOUT-RECORD                                       03740015
              go to section-exit                                        03750015
           end-if.                                                      03760015
      *    stale : the payload verbatim and its own STL reason.        *03760215
           if PAR-RETURN-CODE = 20                                      03760415
              add 1 to W-quar-cnt                                       03760615
              add 1 to W-stale-cnt                                      03760815
              move 'DOC '    to QF-TYPE                                 03761015
              move W-doc-cnt to QF-DOCNO                                03761215
              move spaces    to QF-DATA                                 03761415
              if JSON-LEN > 0                                           03761615
                 move JSON-TEXT(1:JSON-LEN) to QF-DATA(1:JSON-LEN)      03761815
              end-if                                                    03762015
              write QUARF-RECORD                                        03762215
              move 'STL '    to QF-TYPE                                 03762415
              move spaces    to QF-DATA                                 03762615
              move PAR-VERSION-TOKEN to QF-DATA(1:8)                    03762815
              move 'RECORD CHANGED SINCE THE TOKEN WAS ISSUED'          03763015
                to QF-DATA(10:41)                                       03763215
              write QUARF-RECORD                                        03763415
              go to section-exit                                        03763615
           end-if.                                                      03763815
      *    quarantined : the payload verbatim, then the error list.    *03770015
           add 1 to W-quar-cnt.                                         03780015
           move 'DOC '    to QF-TYPE.                                   03790015
           go to quar-err-loop.                                         03980015
       SECTION-EXIT.                                                    03990015
           EXIT.                                                        04000015
      *----------------------------------------------------------------*04010015
      *  scorecard findings : the jsonmap's QUARANT row, a STALE row   *04020015
      *  when concurrency rejected any document, then the RUN row.     *04030015
      *----------------------------------------------------------------*04040015
       0700-WRITE-FINDINGS                 SECTION.                     04050015
      *----------------------------------------------------------------*04060015
       SECTION-ENTRY.                                                   04070015
           move spaces        to FINDINGS-RECORD.                       04080015
           move SI-MODNAME    to FN-MODNAME.                            04090015
           move 'QUARANT'     to FN-CATEGORY.                           04100015
           move W-quar-cnt    to FN-COUNT.                              04110015
           move W-doc-cnt     to FN-BASE.                               04120015
           move 'DOCUMENTS QUARANTINED' to FN-DETAIL.                   04130015
           perform 0750-WRITE-FINDING.                                  04140015
           if W-stale-cnt > 0                                           04150015
              move 'STALE'       to FN-CATEGORY                         04160015
              move W-stale-cnt   to FN-COUNT                            04170015
              move 'STALE VERSION TOKEN' to FN-DETAIL                   04180015
              perform 0750-WRITE-FINDING                                04190015
           end-if.                                                      04200015
           move spaces        to FINDINGS-RECORD.                       04210015
           move 'RUN'         to FN-CATEGORY.                           04220015
           move W-applied-cnt to FN-COUNT.                              04230015
           move W-doc-cnt     to FN-BASE.                               04240015
           move 'DOCUMENT APPLY COMPLETE' to FN-DETAIL.                 04250015
           perform 0750-WRITE-FINDING.                                  04260015
       SECTION-EXIT.                                                    04270015
           EXIT.                                                        04280015
      *----------------------------------------------------------------*04290015
       0750-WRITE-FINDING                  SECTION.                     04300015
      *----------------------------------------------------------------*04310015
       SECTION-ENTRY.                                                   04320015
           move 'ISPTB026' to FN-SOURCE.                                04330015
           move W-cd-date  to FN-RUN-DATE.                              04340015
           write FINDINGS-RECORD.                                       04350015
       SECTION-EXIT.                                                    04360015
           EXIT.                                                        04370015
