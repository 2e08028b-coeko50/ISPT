      *                       ispt-record-data                         *00320015
      *                       ispt-json-area                           *00330015
      *                       ispt-serialize-control                   *00340015
      *                       ispt-validation-rules                    *00340215
      *                                                                *00350015
      * ispt-validation-rules                                          *00350215
      *                    the rules body isptc002 returned with the   *00350415
      *                    jsonmap.  A UDC_KEY 904 display element     *00350615
      *                    emits the external value its internal code  *00350815
      *                    translates to through the compiled          *00351015
      *                    code=value pairs; a block not signed        *00351215
      *                    #ISPTRUL emits the codes untranslated.      *00351415
      * ispt-record-data   the raw record buffer, element offsets as   *00360015
      *                    carried in ELE-OFFSET.                      *00370015
      * ispt-json-area     JSON-MAX-LEN set by the caller; JSON-LEN    *00380015
      *                                     bytes are not numeric -    *00610015
      *                                     edited PICs land here),    *00620015
      *                                     LEN (a float element of    *00630015
      *                                     impossible length), XLT    *00640015
      *                                     (904 code with no pair).   *00640115
      *                    SER-TOKEN-CONTROL (fixed, after the error   *00640215
      *                                     list) : set the            *00640415
      *                                     signature to '#VERTOK '    *00640615
      *                                     and SER-VERSION-TOKEN      *00640815
      *                                     comes back holding the     *00641015
      *                                     record's version token.    *00641215
      *                    SER-FORMAT-CONTROL (fixed, after the token  *00641415
      *                                     block) : signature         *00641615
      *                                     '#XMLDOC ' returns the     *00641815
      *                                     document as XML instead    *00642015
      *                                     of JSON - see below.  XML  *00642215
      *                                     adds CHR to the error      *00642415
      *                                     list : a control byte XML  *00642615
      *                                     1.0 cannot carry.  All     *00642815
      *                                     listed elements but CHR    *00643015
      *                                     emit nil.                  *00643215
      *                    Every caller declares both blocks and       *00643415
      *                    INITIALIZEs the whole control area first;   *00643615
      *                    a block left unsigned is not used.          *00643815
      *                                                                *00650015
      * XML rendering : the same walk and the same value editing, so a *00650215
      * field can never edit one way in JSON and another in XML.  The  *00650415
      * root element is the record's JSONREC name (the record name     *00650615
      * when that is blank) and declares the xsi namespace; every      *00650815
      * element is <JSONFLD>, a group is an element holding its        *00651015
      * children, an array repeats its element once per live           *00651215
      * occurrence (not at all for none), and an element the JSON      *00651415
      * would carry as null is <JSONFLD xsi:nil="true"/>.  Dates       *00651615
      * are the same edited text without the quotes, a masked          *00651815
      * element is ****.  Text escapes & < > " ' as the predefined     *00652015
      * entities; the control bytes X'09' X'0A' X'0D' go out as        *00652215
      * &#x09; &#x0A; &#x0D; and any other control byte - which XML    *00652415
      * 1.0 cannot carry at all - goes out as a blank with a CHR       *00652615
      * entry on the error list.  isptb015 generates the matching XSD  *00652815
      * next to each JSON Schema.                                      *00653015
      *                                                                *00654015
      * Assumptions (same class of gap as those documented in          *00660015
      * isptb006/isptb007 - the schema bodies are not in this repo) :  *00670015
      *   ELE-USAGE carries use-042 : 0 = DISPLAY, 1 = COMP (binary),  *00680015
      *           cleared elements arrive flagged 'C' and emit as      *00980015
      *           always.  The masked load itself is on the audit      *00990015
      *           trail ('M', written by isptc002) for isptb018.       *01000015
      * 26/10/15  optimistic concurrency : a caller that passes        *01000215
      *           SER-TOKEN-CONTROL gets a version token - the 8-hex   *01000415
      *           isptc009 hash of the record image the document was   *01000615
      *           serialized from, over the record length the map      *01000815
      *           describes.  Handing the token back to isptc005 with  *01001015
      *           the update lets it refuse the document if the        *01001215
      *           record changed in between.  Callers without the      *01001415
      *           block are untouched.                                 *01001615
      * 26/10/15  code translation : a UDC_KEY 904 display element     *01001815
      *           emits the external value of its internal code from   *01002015
      *           the rules body's code=value pairs (isptb009          *01002215
      *           compiles them from the CODEXLT-172 table); a code    *01002415
      *           with no pair emits null with an XLT entry.           *01002615
      *           NOTE - the call now takes ispt-validation-rules as   *01002815
      *           a 5th parameter : mandatory for EVERY caller and     *01003015
      *           must be promoted in step with them.                  *01003215
      * 26/10/15  XML rendering : a caller that passes                 *01003415
      *           SER-FORMAT-CONTROL signed '#XMLDOC ' gets the        *01003615
      *           document as XML (see above) in the same output area; *01003815
      *           JSON callers are untouched.                          *01004015
      * 26/10/15  the token and format blocks are fixed fields at      *01004215
      *           the end of ispt-serialize-control, declared by       *01004415
      *           every caller (isptb020, isptb031) - nothing is       *01004615
      *           looked for in storage past the caller's error list.  *01004815
      *                                                                *01010015
      *----------------------------------------------------------------*01020015
       ENVIRONMENT DIVISION.                                            01030015
           05 W-ord REDEFINES W-ord-pair         PIC S9(4) COMP.        02080015
           05 W-hx                               PIC S9(4) COMP.        02090015
           05 W-e-code                           PIC X(04).             02100015
                                                                        02100215
      *    the version token : the record image through isptc009.      *02100415
        01 TOKEN-FIELDS.                                                02100615
           05 W-tok-ix                           PIC S9(4) COMP.        02100815
           05 W-tok-len                          PIC S9(8) COMP.        02101015
           05 W-tok-extent                       PIC S9(8) COMP.        02101215
        01 W-HASH-CONTROL.                                              02101415
           05 HASH-FUNCTION                      PIC X(01).             02101615
           05 HASH-LEN                           PIC S9(8) COMP.        02101815
           05 HASH-S1                            PIC S9(8) COMP.        02102015
           05 HASH-S2                            PIC S9(8) COMP.        02102215
           05 HASH-VALUE                         PIC 9(10).             02102415
           05 HASH-HEX                           PIC X(08).             02102615
           05 HASH-RETURN-CODE                   PIC S9(4) COMP.        02102815
                                                                        02103015
      *    the 904 translation : one code=value pair in hand.          *02103215
        01 XLATE-FIELDS.                                                02103415
           05 W-rx                               PIC S9(4) COMP.        02103615
           05 W-xlt-pair                         PIC X(16).             02103815
           05 W-xlt-eq                           PIC S9(4) COMP.        02104015
                                                                        02104215
      *    the XML rendering.                                          *02104415
        01 XML-FIELDS.                                                  02104615
           05 W-xml-sw                           PIC X(01).             02104815
              88 XML-OUTPUT                         VALUE 'Y'.          02105015
              88 JSON-OUTPUT                        VALUE 'N'.          02105215
           05 W-nil-sw                           PIC X(01).             02105415
              88 VALUE-IS-NIL                       VALUE 'Y'.          02105615
              88 VALUE-NOT-NIL                      VALUE 'N'.          02105815
           05 W-chr-sw                           PIC X(01).             02106015
           05 W-tag-ix                           PIC S9(4) COMP.        02106215
           05 W-tag-kind                         PIC X(01).             02106415
              88 TAG-OPEN                           VALUE 'O'.          02106615
              88 TAG-CLOSE                          VALUE 'C'.          02106815
              88 TAG-NIL                            VALUE 'N'.          02107015
           05 W-root-name                        PIC X(32).             02107215
           05 W-xml-ent                          PIC X(06).             02107415
           05 W-xml-ent-len                      PIC S9(4) COMP.        02107615
           05 W-xml-decl                         PIC X(21) VALUE        02107815
              '<?xml version="1.0"?>'.                                  02108015
           05 W-xsi-attr                         PIC X(55) VALUE        02108215
              ' xmlns:xsi="http://www.w3.org/2001/XMLSchema-instance">'.02108415
                                                                        02110015
        01 STATS-FIELDS.                                                02120015
           05 WS-STATSLOG-STATUS                 PIC X(02).             02130015
       LINKAGE SECTION.                                                 02360015
                                                                        02370015
        01 COPY IDMS record ispt-jsonschema.                            02380015
                                                                        02380215
        01 COPY IDMS record ispt-validation-rules.                      02380415
                                                                        02390015
        01 ISPT-RECORD-DATA                      PIC X(32000).          02400015
                                                                        02410015
           05 SER-ERROR-ENTRY occurs 20 times.                          02510015
              10 SER-ERR-ELE                     PIC X(32).             02520015
              10 SER-ERR-CODE                    PIC X(04).             02530015
           05 SER-TOKEN-CONTROL.                                        02530215
              10 SER-TKN-SIGNATURE               PIC X(08).             02530415
                 88 SER-TKN-REQUESTED               VALUE '#VERTOK '.   02530615
              10 SER-VERSION-TOKEN               PIC X(08).             02530815
           05 SER-FORMAT-CONTROL.                                       02531015
              10 SER-FMT-SIGNATURE               PIC X(08).             02531215
                 88 SER-XML-REQUESTED               VALUE '#XMLDOC '.   02531415
      *----------------------------------------------------------------*02540015
       PROCEDURE DIVISION USING                                         02550015
                    ispt-jsonschema                                     02560015
                    ISPT-RECORD-DATA                                    02570015
                    ISPT-JSON-AREA                                      02580015
                    ISPT-SERIALIZE-CONTROL                              02590015
                    ispt-validation-rules.                              02590215
      *----------------------------------------------------------------*02600015
      *                                                                *02610015
      *----------------------------------------------------------------*02620015
           move spaces to SER-ERROR-ELE.                                02670015
           move 0      to SER-ERROR-COUNT.                              02680015
           move 0      to JSON-LEN.                                     02690015
           if SER-TKN-REQUESTED                                         02690215
              move spaces to SER-VERSION-TOKEN                          02690415
           end-if.                                                      02690615
           set WALK-OK to true.                                         02700015
           set JSON-OUTPUT to true.                                     02700215
           if SER-XML-REQUESTED                                         02700415
              set XML-OUTPUT to true                                    02700615
              move JSONREC-NAME(1) to W-root-name                       02700815
              if W-root-name = spaces                                   02701015
                 move REC-NAME(1) to W-root-name                        02701215
              end-if                                                    02701415
           end-if.                                                      02701615
                                                                        02710015
           if SCH-SIGNATURE not = '#JSONMAP'                            02720015
            or sch-ele-count < 1                                        02730015
           move 0          to stk-ix(1).                                02860015
           move 'N'        to stk-array-sw(1).                          02870015
           move 'N'        to stk-comma-sw(1).                          02880015
           if XML-OUTPUT                                                02890015
              move W-xml-decl to w-frag                                 02890215
              move 21         to w-frag-len                             02890415
              perform 8000-EMIT-TEXT                                    02890615
              move 0          to W-tag-ix                               02890815
              set TAG-OPEN    to true                                   02891015
              perform 8150-EMIT-XML-TAG                                 02891215
           else                                                         02891415
              move '{'        to w-frag                                 02891615
              move 1          to w-frag-len                             02900015
              perform 8000-EMIT-TEXT                                    02910015
           end-if.                                                      02910215
                                                                        02920015
           perform 1000-WALK.                                           02930015
                                                                        02940015
           if WALK-OK                                                   02950015
              if XML-OUTPUT                                             02960015
                 move 0          to W-tag-ix                            02960215
                 set TAG-CLOSE   to true                                02960415
                 perform 8150-EMIT-XML-TAG                              02960615
              else                                                      02960815
                 move '}'     to w-frag                                 02961015
                 move 1       to w-frag-len                             02970015
                 perform 8000-EMIT-TEXT                                 02970215
              end-if                                                    02970415
           end-if.                                                      02990015
           compute JSON-LEN = w-out-pos - 1.                            03000015
           if SER-ERROR-COUNT > 0 and SER-RETURN-CODE = 0               03010015
              move SER-ERR-ELE(1) to SER-ERROR-ELE                      03030015
           end-if.                                                      03040015
       SECTION-EXIT.                                                    03050015
           if SER-TKN-REQUESTED and SER-RETURN-CODE < 8                 03050215
              perform 8400-VERSION-TOKEN                                03050415
           end-if.                                                      03050615
           perform 8800-WRITE-STATS.                                    03060015
           EXIT PROGRAM.                                                03070015
           STOP RUN.                                                    03080015
           end-if.                                                      03380015
                                                                        03390015
           if ELE-ISGROUPELE(w-ix) = 'Y'                                03400015
              if XML-OUTPUT                                             03400215
                 move w-ix to W-tag-ix                                  03400415
                 set TAG-OPEN to true                                   03400615
                 perform 8150-EMIT-XML-TAG                              03400815
              else                                                      03401015
                 perform 8100-EMIT-NAME                                 03401215
                 move '{' to w-frag                                     03401415
                 move 1   to w-frag-len                                 03401615
                 perform 8000-EMIT-TEXT                                 03401815
              end-if                                                    03402015
              perform 1100-PUSH-FRAME                                   03450015
              move 'N' to stk-array-sw(w-lvl)                           03460015
              go to walk-descend                                        03470015
              compute w-disp = stk-base-disp(w-lvl)                     03840015
                  + ( ( stk-occ-k(w-lvl) - 1 )                          03850015
                      * stk-occ-stride(w-lvl) )                         03860015
              if XML-OUTPUT                                             03860215
                 move stk-ix(w-lvl) to W-tag-ix                         03860415
                 set TAG-CLOSE to true                                  03860615
                 perform 8150-EMIT-XML-TAG                              03860815
                 set TAG-OPEN  to true                                  03861015
                 perform 8150-EMIT-XML-TAG                              03861215
              else                                                      03861415
                 move '},{' to w-frag                                   03861615
                 move 3     to w-frag-len                               03861815
                 perform 8000-EMIT-TEXT                                 03862015
              end-if                                                    03862215
              move 'N'   to stk-comma-sw(w-lvl)                         03900015
              go to walk-descend                                        03910015
           end-if.                                                      03910215
           if XML-OUTPUT                                                03910415
              move stk-ix(w-lvl) to W-tag-ix                            03910615
              set TAG-CLOSE to true                                     03910815
              perform 8150-EMIT-XML-TAG                                 03911015
              go to walk-pop                                            03911215
           end-if.                                                      03920015
           if stk-array-sw(w-lvl) = 'Y'                                 03930015
              move '}]'  to w-frag                                      03940015
              move 1     to w-frag-len                                  03980015
           end-if.                                                      03990015
           perform 8000-EMIT-TEXT.                                      04000015
       walk-pop.                                                        04000215
           move stk-ix(w-lvl)        to w-ix.                           04010015
           move stk-base-disp(w-lvl) to w-disp.                         04020015
           subtract 1 from w-lvl.                                       04030015
       2000-EMIT-SCALAR                    SECTION.                     04310015
      *----------------------------------------------------------------*04320015
       SECTION-ENTRY.                                                   04330015
           if JSON-OUTPUT                                               04330215
              perform 8100-EMIT-NAME                                    04330415
           end-if.                                                      04330615
      *    ELE-OFFSET is 0-based (the dictionary Offset column) ;      *04350015
      *    reference modification is 1-based.                          *04360015
           compute w-val-off = ELE-OFFSET(w-ix) + w-disp + 1.           04370015
           perform 3000-FORMAT-VALUE.                                   04380015
           if XML-OUTPUT                                                04380215
              perform 8160-EMIT-XML-LEAF                                04380415
              go to section-exit                                        04380615
           end-if.                                                      04380815
           move w-value(1:w-value-len) to w-frag.                       04390015
           move w-value-len            to w-frag-len.                   04400015
           perform 8000-EMIT-TEXT.                                      04410015
           end-if.                                                      04620015
           if w-occ-cnt > ELE-OCC(w-ix)                                 04630015
              move ELE-OCC(w-ix) to w-occ-cnt                           04640015
           end-if.                                                      04640215
           if XML-OUTPUT                                                04640415
              perform 2550-EMIT-XML-ARRAY                               04640615
              go to section-exit                                        04640815
           end-if.                                                      04650015
                                                                        04660015
           perform 8100-EMIT-NAME.                                      04670015
           end-if.                                                      05230015
       SECTION-EXIT.                                                    05240015
           EXIT.                                                        05250015
      *----------------------------------------------------------------*05250215
      *  the XML form of 2500 : no container - a group array opens     *05250415
      *  its element for the first occurrence and hands the walk the   *05250615
      *  first child exactly as 2500 does, the walk-ascend closes and  *05250815
      *  reopens it per further occurrence; an elementary array is     *05251015
      *  one leaf element per live occurrence.                         *05251215
      *----------------------------------------------------------------*05251415
       2550-EMIT-XML-ARRAY                 SECTION.                     05251615
      *----------------------------------------------------------------*05251815
       SECTION-ENTRY.                                                   05252015
           if ELE-ISGROUPELE(w-ix) = 'Y'                                05252215
              if w-occ-cnt = 0                                          05252415
                 go to section-exit                                     05252615
              end-if                                                    05252815
              move w-ix to W-tag-ix                                     05253015
              set TAG-OPEN to true                                      05253215
              perform 8150-EMIT-XML-TAG                                 05253415
              perform 1100-PUSH-FRAME                                   05253615
              if WALK-ABORTED                                           05253815
                 go to section-exit                                     05254015
              end-if                                                    05254215
              move 'Y'           to stk-array-sw(w-lvl)                 05254415
              move w-occ-cnt     to stk-occ-cnt(w-lvl)                  05254615
              move ELE-DLEN(w-ix) to stk-occ-stride(w-lvl)              05254815
              move 'Y'           to W-array-descend-sw                  05255015
              if 1STCHILD-OFFSET(w-ix) > 0                              05255215
                 compute w-ix = ( 1STCHILD-OFFSET(w-ix)                 05255415
                     - sch-ele-offset ) / w-ele-entry-len + 1           05255615
              else                                                      05255815
                 move 0 to w-ix                                         05256015
              end-if                                                    05256215
              go to section-exit                                        05256415
           end-if.                                                      05256615
           move 0 to w-kx.                                              05256815
       xml-occ-loop.                                                    05257015
           add 1 to w-kx.                                               05257215
           if w-kx > w-occ-cnt                                          05257415
              go to section-exit                                        05257615
           end-if.                                                      05257815
           compute w-val-off = ELE-OFFSET(w-ix) + w-disp + 1            05258015
               + ( ( w-kx - 1 ) * ELE-DLEN(w-ix) ).                     05258215
           perform 3000-FORMAT-VALUE.                                   05258415
           perform 8160-EMIT-XML-LEAF.                                  05258615
           go to xml-occ-loop.                                          05258815
       SECTION-EXIT.                                                    05259015
           EXIT.                                                        05259215
      *----------------------------------------------------------------*05260015
      *  read the OCCURS DEPENDING ON counter element's live value.    *05270015
      *----------------------------------------------------------------*05280015
      *----------------------------------------------------------------*05490015
       SECTION-ENTRY.                                                   05500015
           move spaces to w-value.                                      05510015
           set VALUE-NOT-NIL to true.                                   05510215
      *    an uncleared sensitive element leaves the system masked.    *05520015
           if ELE-ISSENSITIVE(w-ix) = 'Y'                               05530015
              move '"****"' to w-value                                  05540015
              move 6        to w-value-len                              05550015
              if XML-OUTPUT                                             05550215
                 move '****' to w-value                                 05550415
                 move 4      to w-value-len                             05550615
              end-if                                                    05550815
              go to section-exit                                        05560015
           end-if.                                                      05570015
           move ELE-LEN(w-ix) to w-val-len.                             05580015
           if w-val-len < 1                                             05620015
              move '""' to w-value                                      05630015
              move 2    to w-value-len                                  05640015
              if XML-OUTPUT                                             05640215
                 move 0 to w-value-len                                  05640415
              end-if                                                    05640615
              go to section-exit                                        05650015
           end-if.                                                      05660015
                                                                        05670015
      *    a translated display element leaves as its external value.  *05670215
           if ELE-UDC-KEY(w-ix) = 904                                   05670415
            and ELE-USAGE(w-ix) = 0                                     05670615
            and RULES-SIGNATURE = '#ISPTRUL'                            05670815
              perform 3400-TRANSLATE-CODE                               05671015
              go to section-exit                                        05671215
           end-if.                                                      05671415
           if ELE-UDC-KEY(w-ix) > 0 and ELE-UDC-KEY(w-ix) < 100         05680015
              perform 3300-FORMAT-DATE                                  05690015
              go to section-exit                                        05700015
              move 120 to w-val-len                                     07240015
           end-if.                                                      07250015
           move ISPT-RECORD-DATA(w-val-off:w-val-len) to w-raw.         07260015
           perform 3210-QUOTE-RAW.                                      07260215
       SECTION-EXIT.                                                    07260415
           EXIT.                                                        07260615
      *----------------------------------------------------------------*07260815
      *  w-raw(1:w-val-len), right-trimmed, escaped and quoted into    *07261015
      *  w-value - shared by 3200 and the 904 translation.             *07261215
      *----------------------------------------------------------------*07261415
       3210-QUOTE-RAW                      SECTION.                     07261615
      *----------------------------------------------------------------*07261815
       SECTION-ENTRY.                                                   07262015
      *    find the trimmed length.                                    *07270015
           move w-val-len to w-cx.                                      07280015
       str-rtrim-loop.                                                  07290015
              subtract 1 from w-cx                                      07310015
              go to str-rtrim-loop                                      07320015
           end-if.                                                      07330015
           if XML-OUTPUT                                                07330215
              perform 3220-XML-ESCAPE-RAW                               07330415
              go to section-exit                                        07330615
           end-if.                                                      07330815
           move '"' to w-value.                                         07340015
           move 1   to w-value-len.                                     07350015
           move 0   to w-vx.                                            07360015
           move '"' to w-value(w-value-len:1).                          07650015
       SECTION-EXIT.                                                    07660015
           EXIT.                                                        07670015
      *----------------------------------------------------------------*07670115
      *  the XML form of the same text : w-raw(1:w-cx) into w-value    *07670215
      *  with the predefined entities, character references for tab,   *07670315
      *  LF and CR, and a blank plus one CHR entry per element for     *07670415
      *  any other control byte.  no quotes.                           *07670515
      *----------------------------------------------------------------*07670615
       3220-XML-ESCAPE-RAW                 SECTION.                     07670715
      *----------------------------------------------------------------*07670815
       SECTION-ENTRY.                                                   07670915
           move 0   to w-value-len.                                     07671015
           move 0   to w-vx.                                            07671115
           move 'N' to W-chr-sw.                                        07671215
       xml-copy-loop.                                                   07671315
           add 1 to w-vx.                                               07671415
           if w-vx > w-cx                                               07671515
              go to section-exit                                        07671615
           end-if.                                                      07671715
      *    the widest reference is six bytes - past this point the     *07671815
      *    value truncates rather than walk off the end of w-value.    *07671915
           if w-value-len > 250                                         07672015
              go to section-exit                                        07672115
           end-if.                                                      07672215
           move w-raw(w-vx:1) to w-ch.                                  07672315
           move 0 to W-xml-ent-len.                                     07672415
           if w-ch = '&'                                                07672515
              move '&amp;'  to W-xml-ent                                07672615
              move 5        to W-xml-ent-len                            07672715
           end-if.                                                      07672815
           if w-ch = '<'                                                07672915
              move '&lt;'   to W-xml-ent                                07673015
              move 4        to W-xml-ent-len                            07673115
           end-if.                                                      07673215
           if w-ch = '>'                                                07673315
              move '&gt;'   to W-xml-ent                                07673415
              move 4        to W-xml-ent-len                            07673515
           end-if.                                                      07673615
           if w-ch = '"'                                                07673715
              move '&quot;' to W-xml-ent                                07673815
              move 6        to W-xml-ent-len                            07673915
           end-if.                                                      07674015
           if w-ch = "'"                                                07674115
              move '&apos;' to W-xml-ent                                07674215
              move 6        to W-xml-ent-len                            07674315
           end-if.                                                      07674415
           if w-ch < space                                              07674515
              perform 3260-XML-CHAR-REF                                 07674615
           end-if.                                                      07674715
           if W-xml-ent-len > 0                                         07674815
              move W-xml-ent(1:W-xml-ent-len)                           07674915
                to w-value(w-value-len + 1:W-xml-ent-len)               07675015
              add W-xml-ent-len to w-value-len                          07675115
           else                                                         07675215
              add 1 to w-value-len                                      07675315
              move w-ch to w-value(w-value-len:1)                       07675415
           end-if.                                                      07675515
           go to xml-copy-loop.                                         07675615
       SECTION-EXIT.                                                    07675715
           EXIT.                                                        07675815
      *----------------------------------------------------------------*07675915
      *  a control byte in w-ch : X'09' X'0A' X'0D' become character   *07676015
      *  references in W-xml-ent, anything else a blank and the        *07676115
      *  element's CHR entry.                                          *07676215
      *----------------------------------------------------------------*07676315
       3260-XML-CHAR-REF                   SECTION.                     07676415
      *----------------------------------------------------------------*07676515
       SECTION-ENTRY.                                                   07676615
           move low-value to W-ord-hi.                                  07676715
           move w-ch      to W-ord-lo.                                  07676815
           if W-ord = 9 or W-ord = 10 or W-ord = 13                     07676915
              move '&#x0' to W-xml-ent                                  07677015
              compute W-hx = W-ord + 1                                  07677115
              move W-hex-digits(W-hx:1) to W-xml-ent(5:1)               07677215
              move ';'    to W-xml-ent(6:1)                             07677315
              move 6      to W-xml-ent-len                              07677415
              go to section-exit                                        07677515
           end-if.                                                      07677615
      *    no XML 1.0 form at all : a blank, and one CHR entry - the   *07677715
      *    element is still emitted, so not through 8700.              *07677815
           move space to w-ch.                                          07677915
           if W-chr-sw = 'N' and SER-ERROR-COUNT < 20                   07678015
              move 'Y'    to W-chr-sw                                   07678115
              add 1 to SER-ERROR-COUNT                                  07678215
              move ELE-ELEMENT(w-ix)                                    07678315
                to SER-ERR-ELE(SER-ERROR-COUNT)                         07678415
              move 'CHR '                                               07678515
                to SER-ERR-CODE(SER-ERROR-COUNT)                        07678615
           end-if.                                                      07678715
       SECTION-EXIT.                                                    07678815
           EXIT.                                                        07678915
      *----------------------------------------------------------------*07680015
      *  a UDC_KEY 904 element : the internal code in the buffer is    *07680215
      *  looked up among the element's code=value pairs in the rules   *07680315
      *  body and its external value emitted as the string.  a blank   *07680415
      *  code emits "", a code no pair carries emits null with an XLT  *07680515
      *  entry.                                                        *07680615
      *----------------------------------------------------------------*07680715
       3400-TRANSLATE-CODE                 SECTION.                     07680815
      *----------------------------------------------------------------*07680915
       SECTION-ENTRY.                                                   07681015
           if w-val-len > 120                                           07681115
              move 120 to w-val-len                                     07681215
           end-if.                                                      07681315
           move spaces to w-raw.                                        07681415
           move ISPT-RECORD-DATA(w-val-off:w-val-len) to w-raw.         07681515
           move w-val-len to w-cx.                                      07681615
       xlt-rtrim-loop.                                                  07681715
           if w-cx > 0 and w-raw(w-cx:1) = space                        07681815
              subtract 1 from w-cx                                      07681915
              go to xlt-rtrim-loop                                      07682015
           end-if.                                                      07682115
           if w-cx = 0                                                  07682215
              perform 3210-QUOTE-RAW                                    07682315
              go to section-exit                                        07682415
           end-if.                                                      07682515
           move 0 to W-rx.                                              07682615
       xlt-loop.                                                        07682715
           add 1 to W-rx.                                               07682815
           if W-rx > RULES-COUNT or w-cx > 14                           07682915
              move 'XLT ' to W-e-code                                   07683015
              perform 8700-ADD-ELE-ERROR                                07683115
              move 'null' to w-value                                    07683215
              move 4      to w-value-len                                07683315
              go to section-exit                                        07683415
           end-if.                                                      07683515
           if RULE-UDC-KEY(W-rx) not = 904                              07683615
            or RULE-ELE(W-rx) not = ELE-ELEMENT(w-ix)                   07683715
              go to xlt-loop                                            07683815
           end-if.                                                      07683915
           move RULE-UDC-VAL(W-rx)(1:16) to W-xlt-pair.                 07684015
           move 0 to W-xlt-eq.                                          07684115
           inspect W-xlt-pair tallying W-xlt-eq                         07684215
               for characters before initial '='.                       07684315
           if W-xlt-eq not = w-cx                                       07684415
            or W-xlt-pair(1:w-cx) not = w-raw(1:w-cx)                   07684515
              go to xlt-loop                                            07684615
           end-if.                                                      07684715
           compute w-val-len = 16 - W-xlt-eq - 1.                       07684815
           move spaces to w-raw.                                        07684915
           move W-xlt-pair(W-xlt-eq + 2:w-val-len) to w-raw.            07685015
           perform 3210-QUOTE-RAW.                                      07685115
       SECTION-EXIT.                                                    07685215
           EXIT.                                                        07685315
      *----------------------------------------------------------------*07685415
      *  \u00xx for the control byte in w-ch, appended to w-value.     *07690015
      *----------------------------------------------------------------*07700015
       3250-EMIT-U-ESCAPE                  SECTION.                     07710015
              when other                                                08270015
                 perform 3200-FORMAT-STRING                             08280015
           end-evaluate.                                                08290015
      *    XML carries the edited value without the JSON quotes.       *08290215
           if XML-OUTPUT                                                08290415
            and ELE-UDC-KEY(w-ix) < 5                                   08290615
              subtract 2 from w-value-len                               08290815
              move w-value(2:w-value-len) to w-raw                      08291015
              move spaces to w-value                                    08291215
              move w-raw(1:w-value-len) to w-value                      08291415
           end-if.                                                      08291615
       SECTION-EXIT.                                                    08300015
           EXIT.                                                        08310015
      *----------------------------------------------------------------*08320015
           perform 8000-EMIT-TEXT.                                      10020015
       SECTION-EXIT.                                                    10030015
           EXIT.                                                        10040015
      *----------------------------------------------------------------*10040115
      *  one XML tag for the element at W-tag-ix (0 = the root, which  *10040215
      *  also declares the xsi namespace) : TAG-OPEN <name>,           *10040315
      *  TAG-CLOSE </name>, TAG-NIL <name xsi:nil="true"/>.            *10040415
      *----------------------------------------------------------------*10040515
       8150-EMIT-XML-TAG                   SECTION.                     10040615
      *----------------------------------------------------------------*10040715
       SECTION-ENTRY.                                                   10040815
           if W-tag-ix = 0                                              10040915
              move W-root-name to w-name                                10041015
           else                                                         10041115
              move JSONFLD(W-tag-ix) to w-name                          10041215
           end-if.                                                      10041315
           move 32 to w-cx.                                             10041415
       tag-rtrim-loop.                                                  10041515
           if w-cx > 0 and w-name(w-cx:1) = space                       10041615
              subtract 1 from w-cx                                      10041715
              go to tag-rtrim-loop                                      10041815
           end-if.                                                      10041915
           if w-cx = 0                                                  10042015
              move 1 to w-cx                                            10042115
           end-if.                                                      10042215
           move spaces to w-frag.                                       10042315
           move '<'    to w-frag(1:1).                                  10042415
           move 1      to w-frag-len.                                   10042515
           if TAG-CLOSE                                                 10042615
              move '/' to w-frag(2:1)                                   10042715
              move 2   to w-frag-len                                    10042815
           end-if.                                                      10042915
           move w-name(1:w-cx) to w-frag(w-frag-len + 1:w-cx).          10043015
           add w-cx to w-frag-len.                                      10043115
           if TAG-NIL                                                   10043215
              move ' xsi:nil="true"/>' to w-frag(w-frag-len + 1:17)     10043315
              add 17 to w-frag-len                                      10043415
              go to tag-emit                                            10043515
           end-if.                                                      10043615
           if TAG-OPEN and W-tag-ix = 0                                 10043715
              move W-xsi-attr to w-frag(w-frag-len + 1:55)              10043815
              add 55 to w-frag-len                                      10043915
              go to tag-emit                                            10044015
           end-if.                                                      10044115
           add 1 to w-frag-len.                                         10044215
           move '>' to w-frag(w-frag-len:1).                            10044315
       tag-emit.                                                        10044415
           perform 8000-EMIT-TEXT.                                      10044515
       SECTION-EXIT.                                                    10044615
           EXIT.                                                        10044715
      *----------------------------------------------------------------*10044815
      *  a formatted value at w-ix as an XML leaf : <name>text</name>, *10044915
      *  or the nil form where the JSON carries null.                  *10045015
      *----------------------------------------------------------------*10045115
       8160-EMIT-XML-LEAF                  SECTION.                     10045215
      *----------------------------------------------------------------*10045315
       SECTION-ENTRY.                                                   10045415
           move w-ix to W-tag-ix.                                       10045515
           if VALUE-IS-NIL                                              10045615
              set TAG-NIL to true                                       10045715
              perform 8150-EMIT-XML-TAG                                 10045815
              go to section-exit                                        10045915
           end-if.                                                      10046015
           set TAG-OPEN to true.                                        10046115
           perform 8150-EMIT-XML-TAG.                                   10046215
           if w-value-len > 0                                           10046315
              move w-value(1:w-value-len) to w-frag                     10046415
              move w-value-len            to w-frag-len                 10046515
              perform 8000-EMIT-TEXT                                    10046615
           end-if.                                                      10046715
           set TAG-CLOSE to true.                                       10046815
           perform 8150-EMIT-XML-TAG.                                   10046915
       SECTION-EXIT.                                                    10047015
           EXIT.                                                        10047115
      *----------------------------------------------------------------*10050015
      *  one per-element error entry; the walk carries on and the      *10060015
      *  element emits null.                                           *10070015
       8700-ADD-ELE-ERROR                  SECTION.                     10090015
      *----------------------------------------------------------------*10100015
       SECTION-ENTRY.                                                   10110015
           set VALUE-IS-NIL to true.                                    10110215
           if SER-ERROR-COUNT < 20                                      10120015
              add 1 to SER-ERROR-COUNT                                  10130015
              move ELE-ELEMENT(w-ix)                                    10140015
           end-if.                                                      10180015
       SECTION-EXIT.                                                    10190015
           EXIT.                                                        10200015
      *----------------------------------------------------------------*10210015
      *  the version token : isptc009 over the record image, as far    *10220015
      *  as the widest element extent the map describes.  isptc005     *10230015
      *  computes it over the caller's buffer the same way - keep the  *10240015
      *  two in step.                                                  *10250015
      *----------------------------------------------------------------*10260015
       8400-VERSION-TOKEN                  SECTION.                     10270015
      *----------------------------------------------------------------*10280015
       SECTION-ENTRY.                                                   10290015
           move 1 to W-tok-len.                                         10300015
           move 0 to W-tok-ix.                                          10310015
       extent-loop.                                                     10320015
           add 1 to W-tok-ix.                                           10330015
           if W-tok-ix > sch-ele-count                                  10340015
              go to extent-done                                         10350015
           end-if.                                                      10360015
           compute W-tok-extent = ELE-OFFSET(W-tok-ix)                  10370015
               + ELE-DLEN(W-tok-ix).                                    10380015
           if ELE-OCC(W-tok-ix) > 1                                     10390015
              compute W-tok-extent = ELE-OFFSET(W-tok-ix)               10400015
                  + ( ELE-DLEN(W-tok-ix) * ELE-OCC(W-tok-ix) )          10410015
           end-if.                                                      10420015
           if ELE-LEN(W-tok-ix) > ELE-DLEN(W-tok-ix)                    10430015
              compute W-tok-extent = ELE-OFFSET(W-tok-ix)               10440015
                  + ELE-LEN(W-tok-ix)                                   10450015
           end-if.                                                      10460015
           if W-tok-extent > W-tok-len                                  10460215
            and W-tok-extent not greater 32000                          10460415
              move W-tok-extent to W-tok-len                            10480015
           end-if.                                                      10490015
           go to extent-loop.                                           10500015
       extent-done.                                                     10510015
           move 'I'       to HASH-FUNCTION.                             10520015
           move W-tok-len to HASH-LEN.                                  10530015
           call 'isptc009' using W-HASH-CONTROL                         10540015
                                  ISPT-RECORD-DATA.                     10550015
           if HASH-RETURN-CODE = 0                                      10560015
              move HASH-HEX to SER-VERSION-TOKEN                        10570015
           end-if.                                                      10580015
       SECTION-EXIT.                                                    10590015
           EXIT.                                                        10600015
