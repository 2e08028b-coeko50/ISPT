      *   current container is rejected (UNK), an unparsable value is  *00240015
      *   rejected (TYP), and after the walk every element with        *00250015
      *   ELE-ISJSONREQUIRED = 'Y' that the payload never supplied is  *00260015
      *   reported missing (REQ), and an external value a UDC_KEY 904  *00270015
      *   element's translation table does not know is rejected        *00270215
      *   (XLT).  Each rejection is one entry in the                   *00270415
      *   structured error list; the buffer is only written for        *00280015
      *   fields that pass.                                            *00290015
      *                                                                *00300015
      *                       ispt-json-area                           *00340015
      *                       ispt-record-data                         *00350015
      *                       ispt-parse-control                       *00360015
      *                       ispt-validation-rules                    *00360215
      *                                                                *00370015
      * ispt-validation-rules                                          *00370215
      *                    the rules body isptc002 returned with the   *00370415
      *                    jsonmap.  Its 904 code=value pairs turn a   *00370615
      *                    display element's external value back       *00370715
      *                    into the internal code stored in the        *00370815
      *                    buffer; a block not signed #ISPTRUL         *00371015
      *                    stores the values untranslated.             *00371215
      * ispt-json-area     JSON-LEN / JSON-TEXT hold the inbound       *00380015
      *                    document.                                   *00390015
      * ispt-record-data   the record buffer to populate (caller       *00400015
      *                                     8 = not a loaded jsonmap   *00460015
      *                                    12 = malformed JSON         *00470015
      *                                    16 = nesting too deep       *00480015
      *                                    20 = stale : the buffer no  *00480215
      *                                         longer matches the     *00480415
      *                                         version token (one     *00480615
      *                                         VER entry), nothing    *00480815
      *                                         applied                *00481015
      *                    PAR-ERROR-COUNT / PAR-ERROR-ENTRY           *00490015
      *                                     per-field error list :     *00500015
      *                                     element (or payload name), *00510015
      *                                     4-char code REQ/UPD/UNK/   *00520015
      *                                     TYP/OCC/SYN/XLT.           *00530015
      *                    PAR-JOURNAL-CONTROL (fixed, after the error *00530215
      *                                     list) : signature          *00530415
      *                                     '#JRNCTL ', the caller id  *00530615
      *                                     and record key the change  *00530815
      *                                     journal is to carry.       *00531015
      *                    PAR-TOKEN-CONTROL (fixed) : signature       *00531215
      *                                     '#VERTOK ' and the version *00531415
      *                                     token isptc004 issued.     *00531615
      *                    PAR-FORMAT-CONTROL (fixed) : signature      *00531815
      *                                     '#XMLDOC ' reads the       *00532015
      *                                     document as XML (below).   *00532215
      *                    Every caller declares all three blocks and  *00532415
      *                    INITIALIZEs the whole control area first;   *00532615
      *                    a block left unsigned is not used.          *00532815
      *                                                                *00533215
      * XML documents : the companion of isptc004's XML rendering.     *00533415
      * The root element may carry any name (its end tag must match);  *00533615
      * its children, and every group's, are matched to JSONFLD names  *00533815
      * as JSON members are, so UNK / UPD / REQ / XLT are raised       *00534015
      * exactly as for JSON.  All leaf text goes through the string    *00534215
      * assignment, which already takes numbers, dates and 904 values  *00534415
      * as text.  Repeated sibling elements are an array's occurrences *00534615
      * in order - they must be contiguous, one past ELE-OCC is OCC -  *00534815
      * and set a depending counter as a JSON array does.              *00535015
      * xsi:nil="true" leaves the field untouched, like null.  Text    *00535215
      * resolves the five predefined entities and &#nnn; / &#xhh;      *00535415
      * (wider than a byte lands as '?'), takes CDATA verbatim and     *00535615
      * stores tab / line-end bytes as blanks; the prolog, comments    *00535815
      * and processing instructions are skipped, other attributes and  *00536015
      * namespace prefixes ignored, and markup inside a leaf is TYP.   *00536215
      * There is no DTD : any other entity, or malformed markup, is    *00536415
      * SYN (rc 12).                                                   *00536615
      *                                                                *00540015
      * Same ELE-USAGE / UDCFMT format code assumptions as isptc004    *00550015
      * (documented there).                                            *00560015
      *           elements (ELE-USAGE 3/4) store as genuine floating   *00592615
      *           point with the received decimals divided back out    *00592815
      *           in floating space.                                   *00593015
      * 26/10/15  change journal : a clean parse (rc 0) appends one    *00593215
      *           JRNLOG row per element whose bytes it changed in     *00593415
      *           the caller's buffer - timestamp, caller, jsonmap,    *00593615
      *           key, element and occurrence, old and new value,      *00593815
      *           both shown as '****' for an ELE-ISSENSITIVE element. *00594015
      *           Caller and key come from PAR-JOURNAL-CONTROL when    *00594215
      *           the caller supplies it; otherwise the key is the     *00594415
      *           record's leading elementary field.  A job without a  *00594615
      *           JRNLOG DD (the isptb020 round trip) journals         *00594815
      *           nothing - as with STATSLOG, a journal problem never  *00595015
      *           breaks a parse.  isptb032 is the inquiry.            *00595215
      * 26/10/15  optimistic concurrency : a caller that passes a      *00595415
      *           version token in PAR-TOKEN-CONTROL has the buffer it *00595615
      *           pre-filled hashed the way isptc004 made the token;   *00595815
      *           if the two differ the record changed since it was    *00596015
      *           read and the whole document is refused - return      *00596215
      *           code 20, one VER entry, buffer untouched.  A blank   *00596415
      *           token, or no block, skips the check.                 *00596615
      * 26/10/15  code translation : a UDC_KEY 904 element takes its   *00596815
      *           external value and stores the internal code from     *00597015
      *           the rules body's code=value pairs; an unknown        *00597215
      *           external value, or a bare number, is rejected XLT.   *00597415
      *           NOTE - the call now takes ispt-validation-rules as   *00597615
      *           a 5th parameter : mandatory for EVERY caller and     *00597815
      *           must be promoted in step with them.                  *00598015
      * 26/10/15  XML documents : a caller that passes                 *00598215
      *           PAR-FORMAT-CONTROL signed '#XMLDOC ' has the         *00598415
      *           document read as XML (see above) into the same       *00598615
      *           matching, assignment, journal and error list.  JSON  *00598815
      *           callers are untouched.                               *00599015
      * 26/10/15  the journal, token and format blocks are fixed       *00599215
      *           fields at the end of ispt-parse-control, declared    *00599415
      *           by every caller (isptb020, isptb026) - nothing is    *00599615
      *           looked for in storage past the caller's error list.  *00599815
      * 26/10/15  a document storing more fields than the 300-entry    *00599915
      *           touch table holds is no longer journaled silently    *00600015
      *           short : a warning is displayed and a '*TRUNCATED*'   *00600115
      *           JRNLOG row follows the rows that were written.       *00600215
      *                                                                *00600315
      *----------------------------------------------------------------*00610015
       ENVIRONMENT DIVISION.                                            00620015
      *                                                                 00630015
       FILE-CONTROL.                                                    00720415
           SELECT STATSLOG    ASSIGN TO STATSLOG                        00720615
               FILE STATUS IS WS-STATSLOG-STATUS.                       00720815
           SELECT JRNLOG      ASSIGN TO JRNLOG                          00720915
               FILE STATUS IS WS-JRNLOG-STATUS.                         00721015
      *----------------------------------------------------------------*00721115
      *                                                                *00721215
      *----------------------------------------------------------------*00721415
       DATA DIVISION.                                                   00730015
           05 ST-ERR-CODE                        PIC X(04).             00743415
           05 FILLER                             PIC X(01) VALUE SPACE. 00743615
           05 ST-ERR-ELE                         PIC X(16).             00743815
       FD  JRNLOG                                                       00743915
           RECORDING MODE IS F.                                         00744015
       01  JRNLOG-RECORD.                                               00744115
           05 JR-TIMESTAMP                       PIC X(26).             00744215
           05 FILLER                             PIC X(01) VALUE SPACE. 00744315
           05 JR-CALLER                          PIC X(08).             00744415
           05 FILLER                             PIC X(01) VALUE SPACE. 00744515
           05 JR-MODNAME                         PIC X(08).             00744615
           05 FILLER                             PIC X(01) VALUE SPACE. 00744715
           05 JR-KEY                             PIC X(32).             00744815
           05 FILLER                             PIC X(01) VALUE SPACE. 00744915
           05 JR-ELEMENT                         PIC X(32).             00745015
           05 FILLER                             PIC X(01) VALUE SPACE. 00745115
           05 JR-OCC                             PIC 9(04).             00745215
           05 FILLER                             PIC X(01) VALUE SPACE. 00745315
           05 JR-OLD-VALUE                       PIC X(64).             00745415
           05 FILLER                             PIC X(01) VALUE SPACE. 00745515
           05 JR-NEW-VALUE                       PIC X(64).             00745615
           05 FILLER                             PIC X(05) VALUE SPACE. 00745715
      *----------------------------------------------------------------*00745815
       WORKING-STORAGE SECTION.                                         00750015
        01 FILLER                                 PIC X(50) VALUE       00760015
            '*******  isptc005  WORKING STORAGE STARTS HERE -->'.       00770015
           05 W-val-usage                        PIC S9(4) COMP.        01130015
           05 W-neg-sw                           PIC X(01).             01140015
           05 W-dec-cnt                          PIC S9(4) COMP.        01150015
                                                                        01150215
      *    the 904 translation : one code=value pair in hand.          *01150415
        01 XLATE-FIELDS.                                                01150615
           05 W-rx                               PIC S9(4) COMP.        01150815
           05 W-xlt-pair                         PIC X(16).             01151015
           05 W-xlt-eq                           PIC S9(4) COMP.        01151215
           05 W-xlt-ext-len                      PIC S9(4) COMP.        01151415
           05 W-xlt-ext                          PIC X(16).             01151615
                                                                        01160015
        01 NUMERIC-FIELDS.                                              01170015
           05 W-num-int                          PIC S9(15) COMP-3.     01180015
           05 W-ux                               PIC S9(4) COMP.        01273415
           05 W-u-val                            PIC S9(8) COMP.        01273615
           05 W-u-ch                             PIC X(01).             01273815
                                                                        01274015
      *    the XML scan.                                               *01274215
        01 XML-FIELDS.                                                  01274415
           05 W-xml-root-sw                      PIC X(01).             01274615
              88 XML-ROOT-PENDING                   VALUE 'N'.          01274815
              88 XML-ROOT-OPEN                      VALUE 'O'.          01275015
              88 XML-ROOT-CLOSED                    VALUE 'C'.          01275215
           05 W-xml-empty-sw                     PIC X(01).             01275415
              88 XML-EMPTY-TAG                      VALUE 'Y'.          01275615
           05 W-xml-nil-sw                       PIC X(01).             01275815
              88 XML-NIL                            VALUE 'Y'.          01276015
           05 W-xml-leaf-sw                      PIC X(01).             01276215
              88 XML-LEAF-BAD                       VALUE 'Y'.          01276415
           05 W-xml-name                         PIC X(32).             01276615
           05 W-xml-nm-len                       PIC S9(4) COMP.        01276815
           05 W-xml-root-name                    PIC X(32).             01277015
           05 W-xml-attr-val                     PIC X(08).             01277215
           05 W-xml-av-len                       PIC S9(4) COMP.        01277415
           05 W-xml-quote                        PIC X(01).             01277615
           05 W-xml-depth                        PIC S9(4) COMP.        01277815
           05 W-xml-ent                          PIC X(10).             01278015
           05 W-xml-ent-len                      PIC S9(4) COMP.        01278215
           05 W-xml-term                         PIC X(03).             01278415
           05 W-xml-term-len                     PIC S9(4) COMP.        01278615
           05 W-xml-dig                          PIC X(01).             01278815
           05 W-xml-dig-9 REDEFINES W-xml-dig    PIC 9(01).             01279015
                                                                        01280015
        01 STATS-FIELDS.                                                01280215
           05 WS-STATSLOG-STATUS                 PIC X(02).             01280415
              88 STATSLOG-UNUSABLE                  VALUE 'U'.          01281015
           05 W-STATS-TIMESTAMP                  PIC X(26).             01281215
           05 W-stats-ex                         PIC S9(4) COMP.        01281415
                                                                        01281515
        01 JOURNAL-FIELDS.                                              01281615
           05 WS-JRNLOG-STATUS                   PIC X(02).             01281715
           05 W-jrn-open-sw                      PIC X(01) VALUE 'N'.   01281815
              88 JRNLOG-OPEN                        VALUE 'Y'.          01281915
              88 JRNLOG-UNUSABLE                    VALUE 'U'.          01282015
           05 W-jrn-key                          PIC X(32).             01282115
           05 W-tch-ele                          PIC S9(4) COMP.        01282215
           05 W-tch-off                          PIC S9(8) COMP.        01282315
           05 W-tch-len                          PIC S9(4) COMP.        01282415
           05 W-tch-occ                          PIC S9(4) COMP.        01282515
           05 W-tch-lvl                          PIC S9(4) COMP.        01282615
           05 W-tx                               PIC S9(4) COMP.        01282715
           05 W-fx                               PIC S9(4) COMP.        01282815
           05 W-fmt-len                          PIC S9(4) COMP.        01282915
           05 W-fmt-bytes                        PIC X(256).            01283015
           05 W-fmt-text                         PIC X(64).             01283115
           05 W-fmt-edit                         PIC -(15)9.            01283215
           05 W-fmt-dec                          PIC S9(15)V9(9) COMP-3.01283315
           05 W-fmt-dec-edit                     PIC -(15)9.9(9).       01283415
           05 W-fmt-work                         PIC X(26).             01283515
                                                                        01283615
      *    the version token : the record image through isptc009.      *01283715
        01 TOKEN-FIELDS.                                                01283815
           05 W-tok-ix                           PIC S9(4) COMP.        01283915
           05 W-tok-len                          PIC S9(8) COMP.        01284015
           05 W-tok-extent                       PIC S9(8) COMP.        01284115
        01 W-HASH-CONTROL.                                              01284215
           05 HASH-FUNCTION                      PIC X(01).             01284315
           05 HASH-LEN                           PIC S9(8) COMP.        01284415
           05 HASH-S1                            PIC S9(8) COMP.        01284515
           05 HASH-S2                            PIC S9(8) COMP.        01284615
           05 HASH-VALUE                         PIC 9(10).             01284715
           05 HASH-HEX                           PIC X(08).             01284815
           05 HASH-RETURN-CODE                   PIC S9(4) COMP.        01284915
                                                                        01285015
      *    every field the parse stored into, with the caller's bytes  *01285115
      *    as they stood before the first store - kept at the same     *01285215
      *    offsets in W-OLD-IMAGE.                                     *01285315
        01 TOUCH-TABLE.                                                 01285415
           05 W-tch-max                          PIC S9(4) COMP         01285515
                                                     VALUE 300.         01285615
           05 W-tch-tot                          PIC S9(4) COMP.        01285715
           05 W-tch-full-sw                      PIC X(01).             01285815
              88 TOUCH-OVERFLOW                     VALUE 'Y'.          01285915
              88 TOUCH-ROOM                         VALUE 'N'.          01286015
           05 tch-entry occurs 300 times.                               01286115
              10 tch-ele                         PIC S9(4) COMP.        01286215
              10 tch-off                         PIC S9(8) COMP.        01286315
              10 tch-len                         PIC S9(4) COMP.        01286415
              10 tch-occ                         PIC S9(4) COMP.        01286515
        01 W-OLD-IMAGE                           PIC X(32000).          01286615
                                                                        01286715
      *    which elements the payload actually supplied, for the      * 01290015
      *    ELE-ISJSONREQUIRED sweep after the walk.                    *01300015
        01 SEEN-TABLE.                                                  01310015
       LINKAGE SECTION.                                                 01510015
                                                                        01520015
        01 COPY IDMS record ispt-jsonschema.                            01530015
                                                                        01530215
        01 COPY IDMS record ispt-validation-rules.                      01530415
                                                                        01540015
        01 ISPT-JSON-AREA.                                              01550015
           05 JSON-MAX-LEN                       PIC S9(8) COMP.        01560015
           05 PAR-ERROR-ENTRY occurs 50 times.                          01650015
              10 PAR-ERR-FLD                     PIC X(32).             01660015
              10 PAR-ERR-CODE                    PIC X(04).             01670015
           05 PAR-JOURNAL-CONTROL.                                      01670215
              10 PAR-JRN-SIGNATURE               PIC X(08).             01670415
                 88 PAR-JRN-SUPPLIED                VALUE '#JRNCTL '.   01670615
              10 PAR-JRN-CALLER                  PIC X(08).             01670815
              10 PAR-JRN-KEY                     PIC X(32).             01671015
           05 PAR-TOKEN-CONTROL.                                        01671215
              10 PAR-TKN-SIGNATURE               PIC X(08).             01671415
                 88 PAR-TKN-SUPPLIED                VALUE '#VERTOK '.   01671615
              10 PAR-VERSION-TOKEN               PIC X(08).             01671815
           05 PAR-FORMAT-CONTROL.                                       01672015
              10 PAR-FMT-SIGNATURE               PIC X(08).             01672215
                 88 PAR-XML-SUPPLIED                VALUE '#XMLDOC '.   01672415
      *----------------------------------------------------------------*01680015
       PROCEDURE DIVISION USING                                         01690015
                    ispt-jsonschema                                     01700015
                    ISPT-JSON-AREA                                      01710015
                    ISPT-RECORD-DATA                                    01720015
                    ISPT-PARSE-CONTROL                                  01730015
                    ispt-validation-rules.                              01730215
      *----------------------------------------------------------------*01740015
      *                                                                *01750015
      *----------------------------------------------------------------*01760015
              go to section-exit                                        01860015
           end-if.                                                      01870015
                                                                        01880015
      *    a stale buffer refuses the document before any of it is     *01880215
      *    parsed.                                                     *01880415
           if PAR-TKN-SUPPLIED and PAR-VERSION-TOKEN not = spaces       01880615
              perform 8400-VERSION-TOKEN                                01880815
              if HASH-HEX not = PAR-VERSION-TOKEN                       01881015
                 move 20 to PAR-RETURN-CODE                             01881215
                 move spaces to w-err-ele                               01881415
                 move 'VER ' to w-err-code                              01881615
                 perform 8500-ADD-ERROR                                 01881815
                 go to section-exit                                     01882015
              end-if                                                    01882215
           end-if.                                                      01882415
           compute w-hdr-len = Function length(REC-HEADER).             01890015
           compute w-ele-entry-len =                                    01900015
               Function Length( ele-entry(1) ).                         01910015
              go to seen-init-loop                                      01990015
           end-if.                                                      02000015
                                                                        02010015
           move 0 to W-tch-tot.                                         02010215
           set TOUCH-ROOM to true.                                      02010415
           move 1 to w-pos.                                             02020015
      *    an XML document takes its own scan into the same matching,  *02020215
      *    assignment and sweep.                                       *02020415
           if PAR-XML-SUPPLIED                                          02020615
              perform 1700-XML-PARSE                                    02020815
              go to parse-sweep                                         02021015
           end-if.                                                      02021215
           perform 6000-SKIP-WS.                                        02030015
           if w-pos > JSON-LEN                                          02040015
            or JSON-TEXT(w-pos:1) not = '{'                             02050015
                                                                        02160015
           perform 1000-PARSE-LOOP.                                     02170015
                                                                        02180015
       parse-sweep.                                                     02180215
           if PARSE-ABORTED                                             02190015
              go to section-exit                                        02200015
           end-if.                                                      02210015
            and PAR-RETURN-CODE = 0                                     02260015
              move 4 to PAR-RETURN-CODE                                 02270015
           end-if.                                                      02280015
                                                                        02280215
      *    a clean parse is an apply : journal what it changed.        *02280415
           if PAR-RETURN-CODE = 0                                       02280615
              perform 8600-WRITE-JOURNAL                                02280815
           end-if.                                                      02281015
       SECTION-EXIT.                                                    02290015
           perform 8800-WRITE-STATS.                                    02290215
           EXIT PROGRAM.                                                02300015
           move ELE-LEN(w-jx)   to w-val-len.                           05100015
           move ELE-USAGE(w-jx) to w-val-usage.                         05110015
           move 0               to W-val-scale.                         05115015
           move w-jx      to W-tch-ele.                                 05115215
           move w-val-off to W-tch-off.                                 05115415
           move w-val-len to W-tch-len.                                 05115615
           compute W-tch-lvl = w-lvl - 1.                               05115815
           perform 7950-NOTE-TOUCH.                                     05116015
           perform 7500-STORE-NUMBER-AT.                                05120015
           if w-jx not greater 500                                      05130015
              move 'Y' to w-seen(w-jx)                                  05140015
           if w-val-len < 1                                             07850015
              go to section-exit                                        07860015
           end-if.                                                      07870015
      *    a translated display element arrives as its external value. *07870215
           if ELE-UDC-KEY(w-cur-ele) = 904                              07870415
            and ELE-USAGE(w-cur-ele) = 0                                07870515
              perform 7400-TRANSLATE-VALUE                              07870615
              if w-cur-ele = 0                                          07870815
                 go to section-exit                                     07871015
              end-if                                                    07871215
           end-if.                                                      07871415
                                                                        07880015
           if ELE-UDC-KEY(w-cur-ele) > 0                                07890015
            and ELE-UDC-KEY(w-cur-ele) < 100                            07900015
           if w-cur-ele = 0                                             08210015
              go to section-exit                                        08220015
           end-if.                                                      08230015
      *    a translated element's external values are strings - a      *08230215
      *    bare number can never match one.                            *08230415
           if ELE-UDC-KEY(w-cur-ele) = 904                              08230615
            and ELE-USAGE(w-cur-ele) = 0                                08230715
            and RULES-SIGNATURE = '#ISPTRUL'                            08230815
              move ELE-ELEMENT(w-cur-ele) to w-err-ele                  08231015
              move 'XLT '                 to w-err-code                 08231215
              perform 8500-ADD-ERROR                                    08231415
              go to section-exit                                        08231615
           end-if.                                                      08231815
           compute w-val-off = ELE-OFFSET(w-cur-ele) + w-disp + 1.      08240015
           move ELE-LEN(w-cur-ele)   to w-val-len.                      08250015
           move ELE-USAGE(w-cur-ele) to w-val-usage.                    08260015
           end-if.                                                      09573815
       SECTION-EXIT.                                                    09574015
           EXIT.                                                        09574215
      *----------------------------------------------------------------*09574315
      *  a UDC_KEY 904 element : the external value in w-value is      *09574415
      *  looked up among the element's code=value pairs in the rules   *09574515
      *  body and replaced by the internal code.  a value no pair      *09574615
      *  carries is rejected XLT and w-cur-ele cleared, so nothing is  *09574715
      *  stored.  an empty value stores blank, and a caller whose      *09574815
      *  rules body is not signed #ISPTRUL stores it untranslated.     *09574915
      *----------------------------------------------------------------*09575015
       7400-TRANSLATE-VALUE                SECTION.                     09575115
      *----------------------------------------------------------------*09575215
       SECTION-ENTRY.                                                   09575315
           if RULES-SIGNATURE not = '#ISPTRUL'                          09575415
            or w-value-len < 1                                          09575515
              go to section-exit                                        09575615
           end-if.                                                      09575715
           move 0 to W-rx.                                              09575815
       xlt-loop.                                                        09575915
           add 1 to W-rx.                                               09576015
           if W-rx > RULES-COUNT                                        09576115
              move ELE-ELEMENT(w-cur-ele) to w-err-ele                  09576215
              move 'XLT '                 to w-err-code                 09576315
              perform 8500-ADD-ERROR                                    09576415
              move 0 to w-cur-ele                                       09576515
              go to section-exit                                        09576615
           end-if.                                                      09576715
           if RULE-UDC-KEY(W-rx) not = 904                              09576815
            or RULE-ELE(W-rx) not = ELE-ELEMENT(w-cur-ele)              09576915
              go to xlt-loop                                            09577015
           end-if.                                                      09577115
           move RULE-UDC-VAL(W-rx)(1:16) to W-xlt-pair.                 09577215
           move 0 to W-xlt-eq.                                          09577315
           inspect W-xlt-pair tallying W-xlt-eq                         09577415
               for characters before initial '='.                       09577515
           if W-xlt-eq < 1 or W-xlt-eq > 14                             09577615
              go to xlt-loop                                            09577715
           end-if.                                                      09577815
           compute W-xlt-ext-len = 16 - W-xlt-eq - 1.                   09577915
           if w-value-len > W-xlt-ext-len                               09578015
              go to xlt-loop                                            09578115
           end-if.                                                      09578215
           move w-value(1:w-value-len) to W-xlt-ext.                    09578315
           if W-xlt-ext not = W-xlt-pair(W-xlt-eq + 2:W-xlt-ext-len)    09578415
              go to xlt-loop                                            09578515
           end-if.                                                      09578615
           move spaces                   to w-value.                    09578715
           move W-xlt-pair(1:W-xlt-eq)   to w-value.                    09578815
           move W-xlt-eq                 to w-value-len.                09578915
       SECTION-EXIT.                                                    09579015
           EXIT.                                                        09579115
      *----------------------------------------------------------------*09580015
      *  the update rules : unknown fields were already flagged at     *09590015
      *  match time; a known element must be updateable.  a passing    *09600015
      *  element is marked seen for the REQ sweep and noted for the    *09600215
      *  change journal.                                               *09600415
      *----------------------------------------------------------------*09620015
       7900-CHECK-ASSIGNABLE               SECTION.                     09630015
      *----------------------------------------------------------------*09640015
           if w-cur-ele not greater 500                                 09760015
              move 'Y' to w-seen(w-cur-ele)                             09770015
           end-if.                                                      09780015
           move w-cur-ele to W-tch-ele.                                 09780215
           compute W-tch-off = ELE-OFFSET(w-cur-ele) + w-disp + 1.      09780415
           move ELE-LEN(w-cur-ele) to W-tch-len.                        09780615
           if W-tch-len < 1                                             09780815
              move ELE-DLEN(w-cur-ele) to W-tch-len                     09781015
           end-if.                                                      09781215
           move w-lvl to W-tch-lvl.                                     09781415
           perform 7950-NOTE-TOUCH.                                     09781615
       SECTION-EXIT.                                                    09790015
           EXIT.                                                        09800015
      *----------------------------------------------------------------*09800215
      *  a field about to be stored into, noted for the change         *09800415
      *  journal : the first store at an offset saves the caller's     *09800615
      *  bytes into W-OLD-IMAGE, a later store at it adds nothing.     *09800815
      *  the occurrence is the innermost open array's, looked for      *09801015
      *  from frame W-tch-lvl outward.                                 *09801215
      *----------------------------------------------------------------*09801415
       7950-NOTE-TOUCH                     SECTION.                     09801615
      *----------------------------------------------------------------*09801815
       SECTION-ENTRY.                                                   09802015
           if W-tch-len < 1 or W-tch-off < 1                            09802215
            or W-tch-off + W-tch-len - 1 > 32000                        09802415
              go to section-exit                                        09802615
           end-if.                                                      09802815
           move 0 to W-tx.                                              09803015
       touch-scan-loop.                                                 09803215
           add 1 to W-tx.                                               09803415
           if W-tx > W-tch-tot                                          09803615
              go to touch-new                                           09803815
           end-if.                                                      09804015
           if tch-off(W-tx) = W-tch-off                                 09804215
              go to section-exit                                        09804415
           end-if.                                                      09804615
           go to touch-scan-loop.                                       09804815
       touch-new.                                                       09805015
           if W-tch-tot not less than W-tch-max                         09805215
              if TOUCH-ROOM                                             09805415
                 set TOUCH-OVERFLOW to true                             09805615
                 display 'isptc005 - TOUCH TABLE FULL (300) FOR '       09805715
                         JSONMAP-NAME ' - JOURNAL INCOMPLETE'           09805815
              end-if                                                    09805915
              go to section-exit                                        09806015
           end-if.                                                      09806115
           move 0 to W-tch-occ.                                         09806215
       touch-occ-loop.                                                  09806315
           if W-tch-lvl > 0                                             09806415
              if PST-ARRAY(W-tch-lvl)                                   09806515
                 move pst-arr-k(W-tch-lvl) to W-tch-occ                 09806615
              else                                                      09806815
                 subtract 1 from W-tch-lvl                              09807015
                 go to touch-occ-loop                                   09807215
              end-if                                                    09807415
           end-if.                                                      09807615
           add 1 to W-tch-tot.                                          09807815
           move W-tch-ele to tch-ele(W-tch-tot).                        09808015
           move W-tch-off to tch-off(W-tch-tot).                        09808215
           move W-tch-len to tch-len(W-tch-tot).                        09808415
           move W-tch-occ to tch-occ(W-tch-tot).                        09808615
           move ISPT-RECORD-DATA(W-tch-off:W-tch-len)                   09808815
             to W-OLD-IMAGE(W-tch-off:W-tch-len).                       09809015
       SECTION-EXIT.                                                    09809215
           EXIT.                                                        09809415
      *----------------------------------------------------------------*09810015
       8500-ADD-ERROR                      SECTION.                     09820015
      *----------------------------------------------------------------*09830015
           write STATSLOG-RECORD.                                       10030415
       SECTION-EXIT.                                                    10030615
           EXIT.                                                        10030815
      *----------------------------------------------------------------*10040815
      *  the change journal for an applied document : one JRNLOG row   *10050815
      *  per noted field whose bytes now differ from the caller's.     *10060815
      *  opens EXTEND on first use; a bad or missing DD turns the      *10070815
      *  journal off for the run, exactly like STATSLOG.               *10080815
      *----------------------------------------------------------------*10090815
       8600-WRITE-JOURNAL                  SECTION.                     10100815
      *----------------------------------------------------------------*10110815
       SECTION-ENTRY.                                                   10120815
           if W-tch-tot < 1 or JRNLOG-UNUSABLE                          10130815
              go to section-exit                                        10140815
           end-if.                                                      10150815
           if not JRNLOG-OPEN                                           10160815
              open extend JRNLOG                                        10170815
              if WS-JRNLOG-STATUS = '00'                                10180815
                 set JRNLOG-OPEN to true                                10190815
              else                                                      10200815
                 set JRNLOG-UNUSABLE to true                            10210815
                 go to section-exit                                     10220815
              end-if                                                    10230815
           end-if.                                                      10240815
           perform 8650-FIND-KEY.                                       10250815
           move FUNCTION CURRENT-DATE to W-STATS-TIMESTAMP.             10260815
           move 0 to W-tx.                                              10270815
       jrn-loop.                                                        10280815
           add 1 to W-tx.                                               10290815
           if W-tx > W-tch-tot                                          10300815
              go to jrn-done                                            10310815
           end-if.                                                      10320815
           move tch-off(W-tx) to W-tch-off.                             10330815
           move tch-len(W-tx) to W-tch-len.                             10340815
           if W-OLD-IMAGE(W-tch-off:W-tch-len)                          10350815
              = ISPT-RECORD-DATA(W-tch-off:W-tch-len)                   10360815
              go to jrn-loop                                            10370815
           end-if.                                                      10380815
           move spaces            to JRNLOG-RECORD.                     10390815
           move W-STATS-TIMESTAMP to JR-TIMESTAMP.                      10400815
           if PAR-JRN-SUPPLIED                                          10410815
              move PAR-JRN-CALLER to JR-CALLER                          10420815
           end-if.                                                      10430815
           move JSONMAP-NAME      to JR-MODNAME.                        10440815
           move W-jrn-key         to JR-KEY.                            10450815
           move tch-ele(W-tx)     to W-tch-ele.                         10460815
           move ELE-ELEMENT(W-tch-ele) to JR-ELEMENT.                   10470815
           move tch-occ(W-tx)     to JR-OCC.                            10480815
           if ELE-ISSENSITIVE(W-tch-ele) = 'Y' or 'C'                   10490815
              move '****' to JR-OLD-VALUE, JR-NEW-VALUE                 10500815
           else                                                         10510815
              move W-tch-len to W-fmt-len                               10520815
              if W-fmt-len > 256                                        10530815
                 move 256 to W-fmt-len                                  10540815
              end-if                                                    10550815
              move W-OLD-IMAGE(W-tch-off:W-fmt-len) to W-fmt-bytes      10560815
              perform 8700-FORMAT-VALUE                                 10570815
              move W-fmt-text to JR-OLD-VALUE                           10580815
              move W-tch-len to W-fmt-len                               10590815
              if W-fmt-len > 256                                        10600815
                 move 256 to W-fmt-len                                  10610815
              end-if                                                    10620815
              move ISPT-RECORD-DATA(W-tch-off:W-fmt-len)                10630815
                to W-fmt-bytes                                          10640815
              perform 8700-FORMAT-VALUE                                 10650815
              move W-fmt-text to JR-NEW-VALUE                           10660815
           end-if.                                                      10670815
           write JRNLOG-RECORD.                                         10680815
           go to jrn-loop.                                              10690815
      *    fields past a full touch table went unjournaled : one       *10691015
      *    marker row says so, so the journal never looks complete.    *10691215
       jrn-done.                                                        10691415
           if TOUCH-OVERFLOW                                            10691615
              move spaces            to JRNLOG-RECORD                   10691815
              move W-STATS-TIMESTAMP to JR-TIMESTAMP                    10692015
              if PAR-JRN-SUPPLIED                                       10692215
                 move PAR-JRN-CALLER to JR-CALLER                       10692415
              end-if                                                    10692615
              move JSONMAP-NAME      to JR-MODNAME                      10692815
              move W-jrn-key         to JR-KEY                          10693015
              move '*TRUNCATED*'     to JR-ELEMENT                      10693215
              move 'OVER 300 FIELDS STORED - LATER ONES NOT JOURNALED'  10693415
                to JR-OLD-VALUE                                         10693615
              write JRNLOG-RECORD                                       10693815
           end-if.                                                      10694015
       SECTION-EXIT.                                                    10700815
           EXIT.                                                        10710815
      *----------------------------------------------------------------*10720815
      *  the record key the journal rows carry : the caller's, or the  *10730815
      *  (new) value of the leading elementary field, masked when      *10740815
      *  that field is sensitive.                                      *10750815
      *----------------------------------------------------------------*10760815
       8650-FIND-KEY                       SECTION.                     10770815
      *----------------------------------------------------------------*10780815
       SECTION-ENTRY.                                                   10790815
           move spaces to W-jrn-key.                                    10800815
           if PAR-JRN-SUPPLIED and PAR-JRN-KEY not = spaces             10810815
              move PAR-JRN-KEY to W-jrn-key                             10820815
              go to section-exit                                        10830815
           end-if.                                                      10840815
           move 0 to w-ix.                                              10850815
       key-loop.                                                        10860815
           add 1 to w-ix.                                               10870815
           if w-ix > sch-ele-count                                      10880815
              go to section-exit                                        10890815
           end-if.                                                      10900815
           if ELE-ISGROUPELE(w-ix) = 'Y' or ELE-OCC(w-ix) > 0           10910815
              go to key-loop                                            10920815
           end-if.                                                      10930815
           if ELE-ISSENSITIVE(w-ix) = 'Y' or 'C'                        10940815
              move '****' to W-jrn-key                                  10950815
              go to section-exit                                        10960815
           end-if.                                                      10970815
           move w-ix to W-tch-ele.                                      10980815
           compute W-tch-off = ELE-OFFSET(w-ix) + 1.                    10990815
           move ELE-LEN(w-ix) to W-fmt-len.                             11000815
           if W-fmt-len < 1                                             11010815
              move ELE-DLEN(w-ix) to W-fmt-len                          11020815
           end-if.                                                      11030815
           if W-fmt-len > 256                                           11040815
              move 256 to W-fmt-len                                     11050815
           end-if.                                                      11060815
           if W-fmt-len < 1 or W-tch-off + W-fmt-len - 1 > 32000        11070815
              go to section-exit                                        11080815
           end-if.                                                      11090815
           move ISPT-RECORD-DATA(W-tch-off:W-fmt-len) to W-fmt-bytes.   11100815
           perform 8700-FORMAT-VALUE.                                   11110815
           move W-fmt-text to W-jrn-key.                                11120815
       SECTION-EXIT.                                                    11130815
           EXIT.                                                        11140815
      *----------------------------------------------------------------*11150815
      *  W-fmt-bytes(1:W-fmt-len) of element W-tch-ele as readable     *11160815
      *  text in W-fmt-text : binary and packed as signed numbers      *11170815
      *  with the element's decimals, floats (and anything that will   *11180815
      *  not unpack) as hex, display fields as they stand.             *11190815
      *----------------------------------------------------------------*11200815
       8700-FORMAT-VALUE                   SECTION.                     11210815
      *----------------------------------------------------------------*11220815
       SECTION-ENTRY.                                                   11230815
           move spaces to W-fmt-text.                                   11240815
           move ELE-USAGE(W-tch-ele) to w-val-usage.                    11250815
           evaluate w-val-usage                                         11260815
              when 1                                                    11270815
                 if W-fmt-len > 8                                       11280815
                    perform 8720-HEX-VALUE                              11290815
                    go to section-exit                                  11300815
                 end-if                                                 11310815
                 if W-fmt-bytes(1:1) > X'7F'                            11320815
                    move high-values to w-bin-x                         11330815
                 else                                                   11340815
                    move low-values to w-bin-x                          11350815
                 end-if                                                 11360815
                 move W-fmt-bytes(1:W-fmt-len)                          11370815
                   to w-bin-x(9 - W-fmt-len:W-fmt-len)                  11380815
                 move w-bin-9 to w-num-int                              11390815
                 perform 8710-EDIT-NUMBER                               11400815
              when 2                                                    11410815
                 if W-fmt-len > 8                                       11420815
                    perform 8720-HEX-VALUE                              11430815
                    go to section-exit                                  11440815
                 end-if                                                 11450815
                 move low-values to w-pack-x                            11460815
                 move W-fmt-bytes(1:W-fmt-len)                          11470815
                   to w-pack-x(9 - W-fmt-len:W-fmt-len)                 11480815
                 if w-pack-9 numeric                                    11490815
                    move w-pack-9 to w-num-int                          11500815
                    perform 8710-EDIT-NUMBER                            11510815
                 else                                                   11520815
                    perform 8720-HEX-VALUE                              11530815
                 end-if                                                 11540815
              when 3                                                    11550815
              when 4                                                    11560815
                 perform 8720-HEX-VALUE                                 11570815
              when other                                                11580815
                 move W-fmt-bytes(1:W-fmt-len) to W-fmt-text            11590815
           end-evaluate.                                                11600815
       SECTION-EXIT.                                                    11610815
           EXIT.                                                        11620815
      *----------------------------------------------------------------*11630815
      *  w-num-int edited with the element's decimals, left justified. *11640815
      *----------------------------------------------------------------*11650815
       8710-EDIT-NUMBER                    SECTION.                     11660815
      *----------------------------------------------------------------*11670815
       SECTION-ENTRY.                                                   11680815
           if ELE-SCALE(W-tch-ele) > 0 and ELE-SCALE(W-tch-ele) < 10    11690815
              move 1 to w-pow                                           11700815
              move 0 to w-px                                            11710815
              move ELE-SCALE(W-tch-ele) to w-scale-diff                 11720815
              perform 7110-RAISE-POWER                                  11730815
              compute W-fmt-dec = w-num-int / w-pow                     11740815
              move W-fmt-dec to W-fmt-dec-edit                          11750815
              move W-fmt-dec-edit to W-fmt-work                         11760815
              compute W-fmt-len = 17 + ELE-SCALE(W-tch-ele)             11770815
           else                                                         11780815
              move w-num-int to W-fmt-edit                              11790815
              move W-fmt-edit to W-fmt-work                             11800815
              move 16 to W-fmt-len                                      11810815
           end-if.                                                      11820815
           move 1 to W-fx.                                              11830815
       edit-ltrim-loop.                                                 11840815
           if W-fx < W-fmt-len and W-fmt-work(W-fx:1) = space           11850815
              add 1 to W-fx                                             11860815
              go to edit-ltrim-loop                                     11870815
           end-if.                                                      11880815
           move W-fmt-work(W-fx:W-fmt-len - W-fx + 1) to W-fmt-text.    11890815
       SECTION-EXIT.                                                    11900815
           EXIT.                                                        11910815
      *----------------------------------------------------------------*11920815
      *  up to 32 bytes of W-fmt-bytes as hex digits in W-fmt-text.    *11930815
      *----------------------------------------------------------------*11940815
       8720-HEX-VALUE                      SECTION.                     11950815
      *----------------------------------------------------------------*11960815
       SECTION-ENTRY.                                                   11970815
           move spaces to W-fmt-text.                                   11980815
           move 0 to W-fx.                                              11990815
       hex-loop.                                                        12000815
           add 1 to W-fx.                                               12010815
           if W-fx > W-fmt-len or W-fx > 32                             12020815
              go to section-exit                                        12030815
           end-if.                                                      12040815
           move low-value to W-ord-hi.                                  12050815
           move W-fmt-bytes(W-fx:1) to W-ord-lo.                        12060815
           divide W-ord by 16 giving w-hx remainder w-ux.               12070815
           move W-hex-digits(w-hx + 1:1) to W-fmt-text(W-fx * 2 - 1:1). 12080815
           move W-hex-digits(w-ux + 1:1) to W-fmt-text(W-fx * 2:1).     12090815
           go to hex-loop.                                              12100815
       SECTION-EXIT.                                                    12110815
           EXIT.                                                        12120815
      *----------------------------------------------------------------*12130815
      *  the version token of the caller's buffer : isptc009 over the  *12140815
      *  image as far as the widest element extent the map describes,  *12150815
      *  the same hash isptc004 issues - keep the two in step.         *12160815
      *----------------------------------------------------------------*12170815
       8400-VERSION-TOKEN                  SECTION.                     12180815
      *----------------------------------------------------------------*12190815
       SECTION-ENTRY.                                                   12200815
           move 1 to W-tok-len.                                         12210815
           move 0 to W-tok-ix.                                          12220815
       extent-loop.                                                     12230815
           add 1 to W-tok-ix.                                           12240815
           if W-tok-ix > sch-ele-count                                  12250815
              go to extent-done                                         12260815
           end-if.                                                      12270815
           compute W-tok-extent = ELE-OFFSET(W-tok-ix)                  12280815
               + ELE-DLEN(W-tok-ix).                                    12290815
           if ELE-OCC(W-tok-ix) > 1                                     12300815
              compute W-tok-extent = ELE-OFFSET(W-tok-ix)               12310815
                  + ( ELE-DLEN(W-tok-ix) * ELE-OCC(W-tok-ix) )          12320815
           end-if.                                                      12330815
           if ELE-LEN(W-tok-ix) > ELE-DLEN(W-tok-ix)                    12340815
              compute W-tok-extent = ELE-OFFSET(W-tok-ix)               12350815
                  + ELE-LEN(W-tok-ix)                                   12360815
           end-if.                                                      12370815
           if W-tok-extent > W-tok-len                                  12380815
            and W-tok-extent not greater 32000                          12390815
              move W-tok-extent to W-tok-len                            12400815
           end-if.                                                      12410815
           go to extent-loop.                                           12420815
       extent-done.                                                     12430815
           move 'I'       to HASH-FUNCTION.                             12440815
           move W-tok-len to HASH-LEN.                                  12450815
           move spaces    to HASH-HEX.                                  12460815
           call 'isptc009' using W-HASH-CONTROL                         12470815
                                  ISPT-RECORD-DATA.                     12480815
       SECTION-EXIT.                                                    12490815
           EXIT.                                                        12500815
      *----------------------------------------------------------------*12510815
      *  the XML scan.  the same stack as the JSON parse : the root    *12520815
      *  element is frame 1, a group element pushes an object frame,   *12530815
      *  and a run of repeated sibling elements is an array frame      *12540815
      *  opened by the first of them and closed by the first tag that  *12550815
      *  is not another one - so OCC, depending counters, the seen     *12560815
      *  table and the change journal all behave exactly as for JSON.  *12570815
      *  the prolog, comments and processing instructions are skipped. *12580815
      *----------------------------------------------------------------*12590815
       1700-XML-PARSE                      SECTION.                     12600815
      *----------------------------------------------------------------*12610815
       SECTION-ENTRY.                                                   12620815
           move 0 to w-lvl.                                             12630815
           set XML-ROOT-PENDING to true.                                12640815
       xml-loop.                                                        12650815
           if PARSE-ABORTED                                             12660815
              go to section-exit                                        12670815
           end-if.                                                      12680815
           perform 6800-XML-SKIP-WS.                                    12690815
           if w-pos > JSON-LEN                                          12700815
              if not XML-ROOT-CLOSED                                    12710815
                 perform 8900-SYNTAX-ABORT                              12720815
              end-if                                                    12730815
              go to section-exit                                        12740815
           end-if.                                                      12750815
           if JSON-TEXT(w-pos:1) not = '<'                              12760815
            or w-pos not less than JSON-LEN                             12770815
              perform 8900-SYNTAX-ABORT                                 12780815
              go to section-exit                                        12790815
           end-if.                                                      12800815
           move JSON-TEXT(w-pos + 1:1) to w-ch.                         12810815
           if w-ch = '?' or w-ch = '!'                                  12820815
              perform 6750-XML-SKIP-MARKUP                              12830815
              go to xml-loop                                            12840815
           end-if.                                                      12850815
           if XML-ROOT-CLOSED                                           12860815
              perform 8900-SYNTAX-ABORT                                 12870815
              go to section-exit                                        12880815
           end-if.                                                      12890815
           if w-ch = '/'                                                12900815
              perform 1750-XML-END-TAG                                  12910815
           else                                                         12920815
              perform 1710-XML-START-TAG                                12930815
           end-if.                                                      12940815
           go to xml-loop.                                              12950815
       SECTION-EXIT.                                                    12960815
           EXIT.                                                        12970815
      *----------------------------------------------------------------*12980815
      *  a start tag : match it, then a group opens its frame, a leaf  *12990815
      *  takes its text through the string assignment, and xsi:nil     *13000815
      *  leaves the buffer untouched (JSON null).                      *13010815
      *----------------------------------------------------------------*13020815
       1710-XML-START-TAG                  SECTION.                     13030815
      *----------------------------------------------------------------*13040815
       SECTION-ENTRY.                                                   13050815
           add 1 to w-pos.                                              13060815
           perform 6600-XML-PARSE-NAME.                                 13070815
           if PARSE-ABORTED                                             13080815
              go to section-exit                                        13090815
           end-if.                                                      13100815
           move W-xml-name to w-match-name.                             13110815
           perform 6650-XML-SCAN-ATTRS.                                 13120815
           if PARSE-ABORTED                                             13130815
              go to section-exit                                        13140815
           end-if.                                                      13150815
      *    the first element is the document root.                     *13160815
           if XML-ROOT-PENDING                                          13170815
              set XML-ROOT-OPEN to true                                 13180815
              move w-match-name to W-xml-root-name                      13190815
              move 1   to w-lvl                                         13200815
              move 'O' to pst-type(1)                                   13210815
              move 0   to pst-ix(1)                                     13220815
              move 0   to pst-disp(1)                                   13230815
              if XML-EMPTY-TAG                                          13240815
                 set XML-ROOT-CLOSED to true                            13250815
                 move 0 to w-lvl                                        13260815
              end-if                                                    13270815
              go to section-exit                                        13280815
           end-if.                                                      13290815
      *    another of the run in hand, or the run ends here.           *13300815
           if PST-ARRAY(w-lvl)                                          13310815
              if function lower-case(JSONFLD(pst-ix(w-lvl)))            13320815
               = function lower-case(w-match-name)                      13330815
                 go to xml-next-occ                                     13340815
              end-if                                                    13350815
              perform 1400-CLOSE-CONTAINER                              13360815
           end-if.                                                      13370815
           perform 2000-MATCH-FIELD.                                    13380815
           if w-cur-ele = 0                                             13390815
              move W-xml-name to w-err-ele                              13400815
              move 'UNK '     to w-err-code                             13410815
              perform 8500-ADD-ERROR                                    13420815
              go to xml-skip                                            13430815
           end-if.                                                      13440815
           if ELE-OCC(w-cur-ele) > 0                                    13450815
              perform 1600-PUSH-ARRAY                                   13460815
              if PARSE-ABORTED                                          13470815
                 go to section-exit                                     13480815
              end-if                                                    13490815
              go to xml-next-occ                                        13500815
           end-if.                                                      13510815
           move pst-disp(w-lvl) to w-disp.                              13520815
           go to xml-content.                                           13530815
       xml-next-occ.                                                    13540815
           add 1 to pst-arr-k(w-lvl).                                   13550815
           move pst-ix(w-lvl) to w-cur-ele.                             13560815
           if pst-arr-k(w-lvl) > ELE-OCC(w-cur-ele)                     13570815
              move ELE-ELEMENT(w-cur-ele) to w-err-ele                  13580815
              move 'OCC '                 to w-err-code                 13590815
              perform 8500-ADD-ERROR                                    13600815
              go to xml-skip                                            13610815
           end-if.                                                      13620815
           compute w-disp = pst-arr-base(w-lvl)                         13630815
               + ( ( pst-arr-k(w-lvl) - 1 )                             13640815
                   * pst-arr-stride(w-lvl) ).                           13650815
       xml-content.                                                     13660815
           if XML-NIL                                                   13670815
              go to xml-skip                                            13680815
           end-if.                                                      13690815
           if ELE-ISGROUPELE(w-cur-ele) = 'Y'                           13700815
              perform 1500-PUSH-OBJECT                                  13710815
              if XML-EMPTY-TAG and PARSE-OK                             13720815
                 perform 1400-CLOSE-CONTAINER                           13730815
              end-if                                                    13740815
              go to section-exit                                        13750815
           end-if.                                                      13760815
           move spaces to w-value.                                      13770815
           move 0      to w-value-len.                                  13780815
           if not XML-EMPTY-TAG                                         13790815
              perform 6900-XML-PARSE-TEXT                               13800815
              if PARSE-ABORTED                                          13810815
                 go to section-exit                                     13820815
              end-if                                                    13830815
              perform 1760-XML-LEAF-END                                 13840815
              if PARSE-ABORTED or XML-LEAF-BAD                          13850815
                 go to section-exit                                     13860815
              end-if                                                    13870815
           end-if.                                                      13880815
           perform 7000-ASSIGN-STRING.                                  13890815
           go to section-exit.                                          13900815
      *    an element with nothing to store : step over its content.   *13910815
       xml-skip.                                                        13920815
           if not XML-EMPTY-TAG                                         13930815
              perform 6700-XML-SKIP-ELEMENT                             13940815
           end-if.                                                      13950815
       SECTION-EXIT.                                                    13960815
           EXIT.                                                        13970815
      *----------------------------------------------------------------*13980815
      *  an end tag closes any run in hand, then the element it names, *13990815
      *  which must be the one open.                                   *14000815
      *----------------------------------------------------------------*14010815
       1750-XML-END-TAG                    SECTION.                     14020815
      *----------------------------------------------------------------*14030815
       SECTION-ENTRY.                                                   14040815
           if not XML-ROOT-OPEN                                         14050815
              perform 8900-SYNTAX-ABORT                                 14060815
              go to section-exit                                        14070815
           end-if.                                                      14080815
           add 2 to w-pos.                                              14090815
           perform 6600-XML-PARSE-NAME.                                 14100815
           if PARSE-ABORTED                                             14110815
              go to section-exit                                        14120815
           end-if.                                                      14130815
           perform 6800-XML-SKIP-WS.                                    14140815
           if w-pos > JSON-LEN                                          14150815
            or JSON-TEXT(w-pos:1) not = '>'                             14160815
              perform 8900-SYNTAX-ABORT                                 14170815
              go to section-exit                                        14180815
           end-if.                                                      14190815
           add 1 to w-pos.                                              14200815
           if PST-ARRAY(w-lvl)                                          14210815
              perform 1400-CLOSE-CONTAINER                              14220815
           end-if.                                                      14230815
           if w-lvl = 1                                                 14240815
              move W-xml-root-name to w-match-name                      14250815
           else                                                         14260815
              move JSONFLD(pst-ix(w-lvl)) to w-match-name               14270815
           end-if.                                                      14280815
           if function lower-case(w-match-name)                         14290815
            not = function lower-case(W-xml-name)                       14300815
              perform 8900-SYNTAX-ABORT                                 14310815
              go to section-exit                                        14320815
           end-if.                                                      14330815
           perform 1400-CLOSE-CONTAINER.                                14340815
           if w-lvl < 1                                                 14350815
              set XML-ROOT-CLOSED to true                               14360815
           end-if.                                                      14370815
       SECTION-EXIT.                                                    14380815
           EXIT.                                                        14390815
      *----------------------------------------------------------------*14400815
      *  the end of a leaf's text : its own end tag, or markup where   *14410815
      *  only text belongs - TYP, and the rest of the element skipped. *14420815
      *----------------------------------------------------------------*14430815
       1760-XML-LEAF-END                   SECTION.                     14440815
      *----------------------------------------------------------------*14450815
       SECTION-ENTRY.                                                   14460815
           move 'N' to W-xml-leaf-sw.                                   14470815
           if w-pos not less than JSON-LEN                              14480815
              perform 8900-SYNTAX-ABORT                                 14490815
              go to section-exit                                        14500815
           end-if.                                                      14510815
           if JSON-TEXT(w-pos + 1:1) not = '/'                          14520815
              move ELE-ELEMENT(w-cur-ele) to w-err-ele                  14530815
              move 'TYP '                 to w-err-code                 14540815
              perform 8500-ADD-ERROR                                    14550815
              set XML-LEAF-BAD to true                                  14560815
              perform 6700-XML-SKIP-ELEMENT                             14570815
              go to section-exit                                        14580815
           end-if.                                                      14590815
           add 2 to w-pos.                                              14600815
           perform 6600-XML-PARSE-NAME.                                 14610815
           if PARSE-ABORTED                                             14620815
              go to section-exit                                        14630815
           end-if.                                                      14640815
           perform 6800-XML-SKIP-WS.                                    14650815
           if w-pos > JSON-LEN                                          14660815
            or JSON-TEXT(w-pos:1) not = '>'                             14670815
            or function lower-case(W-xml-name)                          14680815
               not = function lower-case(JSONFLD(w-cur-ele))            14690815
              perform 8900-SYNTAX-ABORT                                 14700815
              go to section-exit                                        14710815
           end-if.                                                      14720815
           add 1 to w-pos.                                              14730815
       SECTION-EXIT.                                                    14740815
           EXIT.                                                        14750815
      *----------------------------------------------------------------*14760815
      *  an XML name at w-pos into W-xml-name, any namespace prefix    *14770815
      *  dropped.  an empty name is a syntax error.                    *14780815
      *----------------------------------------------------------------*14790815
       6600-XML-PARSE-NAME                 SECTION.                     14800815
      *----------------------------------------------------------------*14810815
       SECTION-ENTRY.                                                   14820815
           move spaces to W-xml-name.                                   14830815
           move 0 to W-xml-nm-len.                                      14840815
       name-loop.                                                       14850815
           if w-pos > JSON-LEN                                          14860815
              go to name-done                                           14870815
           end-if.                                                      14880815
           move JSON-TEXT(w-pos:1) to w-ch.                             14890815
           if w-ch not > space or w-ch = '>' or w-ch = '/'              14900815
            or w-ch = '='                                               14910815
              go to name-done                                           14920815
           end-if.                                                      14930815
           add 1 to w-pos.                                              14940815
           if w-ch = ':'                                                14950815
              move spaces to W-xml-name                                 14960815
              move 0 to W-xml-nm-len                                    14970815
              go to name-loop                                           14980815
           end-if.                                                      14990815
           if W-xml-nm-len < 32                                         15000815
              add 1 to W-xml-nm-len                                     15010815
              move w-ch to W-xml-name(W-xml-nm-len:1)                   15020815
           end-if.                                                      15030815
           go to name-loop.                                             15040815
       name-done.                                                       15050815
           if W-xml-nm-len = 0                                          15060815
              perform 8900-SYNTAX-ABORT                                 15070815
           end-if.                                                      15080815
       SECTION-EXIT.                                                    15090815
           EXIT.                                                        15100815
      *----------------------------------------------------------------*15110815
      *  the rest of a start tag : attributes are stepped over except  *15120815
      *  xsi:nil, and w-pos is left past the '>' or '/>'.              *15130815
      *----------------------------------------------------------------*15140815
       6650-XML-SCAN-ATTRS                 SECTION.                     15150815
      *----------------------------------------------------------------*15160815
       SECTION-ENTRY.                                                   15170815
           move 'N' to W-xml-empty-sw, W-xml-nil-sw.                    15180815
       attr-loop.                                                       15190815
           perform 6800-XML-SKIP-WS.                                    15200815
           if w-pos > JSON-LEN                                          15210815
              perform 8900-SYNTAX-ABORT                                 15220815
              go to section-exit                                        15230815
           end-if.                                                      15240815
           move JSON-TEXT(w-pos:1) to w-ch.                             15250815
           if w-ch = '>'                                                15260815
              add 1 to w-pos                                            15270815
              go to section-exit                                        15280815
           end-if.                                                      15290815
           if w-ch = '/'                                                15300815
              if w-pos < JSON-LEN                                       15310815
               and JSON-TEXT(w-pos + 1:1) = '>'                         15320815
                 add 2 to w-pos                                         15330815
                 set XML-EMPTY-TAG to true                              15340815
              else                                                      15350815
                 perform 8900-SYNTAX-ABORT                              15360815
              end-if                                                    15370815
              go to section-exit                                        15380815
           end-if.                                                      15390815
           perform 6600-XML-PARSE-NAME.                                 15400815
           if PARSE-ABORTED                                             15410815
              go to section-exit                                        15420815
           end-if.                                                      15430815
           perform 6800-XML-SKIP-WS.                                    15440815
           if w-pos > JSON-LEN                                          15450815
            or JSON-TEXT(w-pos:1) not = '='                             15460815
              perform 8900-SYNTAX-ABORT                                 15470815
              go to section-exit                                        15480815
           end-if.                                                      15490815
           add 1 to w-pos.                                              15500815
           perform 6800-XML-SKIP-WS.                                    15510815
           if w-pos > JSON-LEN                                          15520815
              perform 8900-SYNTAX-ABORT                                 15530815
              go to section-exit                                        15540815
           end-if.                                                      15550815
           move JSON-TEXT(w-pos:1) to W-xml-quote.                      15560815
           if W-xml-quote not = '"' and W-xml-quote not = "'"           15570815
              perform 8900-SYNTAX-ABORT                                 15580815
              go to section-exit                                        15590815
           end-if.                                                      15600815
           add 1 to w-pos.                                              15610815
           move spaces to W-xml-attr-val.                               15620815
           move 0 to W-xml-av-len.                                      15630815
       attr-val-loop.                                                   15640815
           if w-pos > JSON-LEN                                          15650815
              perform 8900-SYNTAX-ABORT                                 15660815
              go to section-exit                                        15670815
           end-if.                                                      15680815
           move JSON-TEXT(w-pos:1) to w-ch.                             15690815
           add 1 to w-pos.                                              15700815
           if w-ch = W-xml-quote                                        15710815
              go to attr-check                                          15720815
           end-if.                                                      15730815
           if W-xml-av-len < 8                                          15740815
              add 1 to W-xml-av-len                                     15750815
              move w-ch to W-xml-attr-val(W-xml-av-len:1)               15760815
           end-if.                                                      15770815
           go to attr-val-loop.                                         15780815
       attr-check.                                                      15790815
           if W-xml-name = 'nil'                                        15800815
            and ( W-xml-attr-val = 'true' or W-xml-attr-val = '1' )     15810815
              set XML-NIL to true                                       15820815
           end-if.                                                      15830815
           go to attr-loop.                                             15840815
       SECTION-EXIT.                                                    15850815
           EXIT.                                                        15860815
      *----------------------------------------------------------------*15870815
      *  step over the rest of an element whose start tag is behind    *15880815
      *  w-pos : nested elements are counted off until its own end tag *15890815
      *  has gone by.                                                  *15900815
      *----------------------------------------------------------------*15910815
       6700-XML-SKIP-ELEMENT               SECTION.                     15920815
      *----------------------------------------------------------------*15930815
       SECTION-ENTRY.                                                   15940815
           move 1 to W-xml-depth.                                       15950815
       skip-loop.                                                       15960815
           if w-pos > JSON-LEN                                          15970815
              perform 8900-SYNTAX-ABORT                                 15980815
              go to section-exit                                        15990815
           end-if.                                                      16000815
           if JSON-TEXT(w-pos:1) not = '<'                              16010815
              add 1 to w-pos                                            16020815
              go to skip-loop                                           16030815
           end-if.                                                      16040815
           if w-pos not less than JSON-LEN                              16050815
              perform 8900-SYNTAX-ABORT                                 16060815
              go to section-exit                                        16070815
           end-if.                                                      16080815
           move JSON-TEXT(w-pos + 1:1) to w-ch.                         16090815
           if w-ch = '?' or w-ch = '!'                                  16100815
              perform 6750-XML-SKIP-MARKUP                              16110815
              if PARSE-ABORTED                                          16120815
                 go to section-exit                                     16130815
              end-if                                                    16140815
              go to skip-loop                                           16150815
           end-if.                                                      16160815
           if w-ch = '/'                                                16170815
              move '>' to W-xml-term                                    16180815
              move 1   to W-xml-term-len                                16190815
              perform 6770-XML-FIND-TERM                                16200815
              subtract 1 from W-xml-depth                               16210815
              if W-xml-depth = 0 or PARSE-ABORTED                       16220815
                 go to section-exit                                     16230815
              end-if                                                    16240815
              go to skip-loop                                           16250815
           end-if.                                                      16260815
           add 1 to w-pos.                                              16270815
           perform 6600-XML-PARSE-NAME.                                 16280815
           if PARSE-OK                                                  16290815
              perform 6650-XML-SCAN-ATTRS                               16300815
           end-if.                                                      16310815
           if PARSE-ABORTED                                             16320815
              go to section-exit                                        16330815
           end-if.                                                      16340815
           if not XML-EMPTY-TAG                                         16350815
              add 1 to W-xml-depth                                      16360815
           end-if.                                                      16370815
           go to skip-loop.                                             16380815
       SECTION-EXIT.                                                    16390815
           EXIT.                                                        16400815
      *----------------------------------------------------------------*16410815
      *  markup at w-pos that carries no data : a comment, the prolog  *16420815
      *  or a processing instruction, a CDATA section between          *16430815
      *  elements, a DOCTYPE (without an internal subset).             *16440815
      *----------------------------------------------------------------*16450815
       6750-XML-SKIP-MARKUP                SECTION.                     16460815
      *----------------------------------------------------------------*16470815
       SECTION-ENTRY.                                                   16480815
           if w-pos + 3 not > JSON-LEN                                  16490815
            and JSON-TEXT(w-pos:4) = '<!--'                             16500815
              add 4 to w-pos                                            16510815
              move '-->' to W-xml-term                                  16520815
              move 3     to W-xml-term-len                              16530815
           else                                                         16540815
           if w-pos + 8 not > JSON-LEN                                  16550815
            and JSON-TEXT(w-pos:9) = '<![CDATA['                        16560815
              add 9 to w-pos                                            16570815
              move ']]>' to W-xml-term                                  16580815
              move 3     to W-xml-term-len                              16590815
           else                                                         16600815
           if JSON-TEXT(w-pos + 1:1) = '?'                              16610815
              add 2 to w-pos                                            16620815
              move '?>'  to W-xml-term                                  16630815
              move 2     to W-xml-term-len                              16640815
           else                                                         16650815
              add 2 to w-pos                                            16660815
              move '>'   to W-xml-term                                  16670815
              move 1     to W-xml-term-len                              16680815
           end-if                                                       16690815
           end-if                                                       16700815
           end-if.                                                      16710815
           perform 6770-XML-FIND-TERM.                                  16720815
       SECTION-EXIT.                                                    16730815
           EXIT.                                                        16740815
      *----------------------------------------------------------------*16750815
      *  w-pos past the next W-xml-term.                               *16760815
      *----------------------------------------------------------------*16770815
       6770-XML-FIND-TERM                  SECTION.                     16780815
      *----------------------------------------------------------------*16790815
       SECTION-ENTRY.                                                   16800815
       term-loop.                                                       16810815
           if w-pos + W-xml-term-len - 1 > JSON-LEN                     16820815
              perform 8900-SYNTAX-ABORT                                 16830815
              go to section-exit                                        16840815
           end-if.                                                      16850815
           if JSON-TEXT(w-pos:W-xml-term-len)                           16860815
            = W-xml-term(1:W-xml-term-len)                              16870815
              add W-xml-term-len to w-pos                               16880815
              go to section-exit                                        16890815
           end-if.                                                      16900815
           add 1 to w-pos.                                              16910815
           go to term-loop.                                             16920815
       SECTION-EXIT.                                                    16930815
           EXIT.                                                        16940815
      *----------------------------------------------------------------*16950815
      *  skip the blanks, tabs and line ends between XML markup.       *16960815
      *----------------------------------------------------------------*16970815
       6800-XML-SKIP-WS                    SECTION.                     16980815
      *----------------------------------------------------------------*16990815
       SECTION-ENTRY.                                                   17000815
       xws-loop.                                                        17010815
           if w-pos > JSON-LEN                                          17020815
              go to section-exit                                        17030815
           end-if.                                                      17040815
           if JSON-TEXT(w-pos:1) not > space                            17050815
              add 1 to w-pos                                            17060815
              go to xws-loop                                            17070815
           end-if.                                                      17080815
       SECTION-EXIT.                                                    17090815
           EXIT.                                                        17100815
      *----------------------------------------------------------------*17110815
      *  a leaf's character data up to the next tag into w-value /     *17120815
      *  w-value-len : references resolved by 6920, CDATA taken        *17130815
      *  verbatim, comments dropped, and tab / line-end bytes stored as*17140815
      *  blanks like the JSON letter escapes.  w-pos is left on the '<'*17150815
      *  of the markup that ends it.                                   *17160815
      *----------------------------------------------------------------*17170815
       6900-XML-PARSE-TEXT                 SECTION.                     17180815
      *----------------------------------------------------------------*17190815
       SECTION-ENTRY.                                                   17200815
       text-loop.                                                       17210815
           if PARSE-ABORTED                                             17220815
              go to section-exit                                        17230815
           end-if.                                                      17240815
           if w-pos > JSON-LEN                                          17250815
              perform 8900-SYNTAX-ABORT                                 17260815
              go to section-exit                                        17270815
           end-if.                                                      17280815
           move JSON-TEXT(w-pos:1) to w-ch.                             17290815
           if w-ch = '<'                                                17300815
              if w-pos + 8 not > JSON-LEN                               17310815
               and JSON-TEXT(w-pos:9) = '<![CDATA['                     17320815
                 add 9 to w-pos                                         17330815
                 perform 6950-XML-CDATA                                 17340815
                 go to text-loop                                        17350815
              end-if                                                    17360815
              if w-pos + 3 not > JSON-LEN                               17370815
               and JSON-TEXT(w-pos:4) = '<!--'                          17380815
                 perform 6750-XML-SKIP-MARKUP                           17390815
                 go to text-loop                                        17400815
              end-if                                                    17410815
              go to section-exit                                        17420815
           end-if.                                                      17430815
           add 1 to w-pos.                                              17440815
           if w-ch = '&'                                                17450815
              perform 6920-XML-REFERENCE                                17460815
              if PARSE-ABORTED                                          17470815
                 go to section-exit                                     17480815
              end-if                                                    17490815
           end-if.                                                      17500815
           if w-ch < space                                              17510815
              move space to w-ch                                        17520815
           end-if.                                                      17530815
           if w-value-len < 256                                         17540815
              add 1 to w-value-len                                      17550815
              move w-ch to w-value(w-value-len:1)                       17560815
           end-if.                                                      17570815
           go to text-loop.                                             17580815
       SECTION-EXIT.                                                    17590815
           EXIT.                                                        17600815
      *----------------------------------------------------------------*17610815
      *  the entity or character reference after an '&' into w-ch :    *17620815
      *  the five predefined entities, &#nnn; and &#xhh;.  anything    *17630815
      *  else is a syntax error - without a DTD XML has no others.     *17640815
      *----------------------------------------------------------------*17650815
       6920-XML-REFERENCE                  SECTION.                     17660815
      *----------------------------------------------------------------*17670815
       SECTION-ENTRY.                                                   17680815
           move spaces to W-xml-ent.                                    17690815
           move 0 to W-xml-ent-len.                                     17700815
       ent-loop.                                                        17710815
           if w-pos > JSON-LEN or W-xml-ent-len > 9                     17720815
              perform 8900-SYNTAX-ABORT                                 17730815
              go to section-exit                                        17740815
           end-if.                                                      17750815
           move JSON-TEXT(w-pos:1) to W-u-ch.                           17760815
           add 1 to w-pos.                                              17770815
           if W-u-ch not = ';'                                          17780815
              add 1 to W-xml-ent-len                                    17790815
              move W-u-ch to W-xml-ent(W-xml-ent-len:1)                 17800815
              go to ent-loop                                            17810815
           end-if.                                                      17820815
           if W-xml-ent(1:1) = '#' and W-xml-ent-len > 1                17830815
              perform 6930-XML-CHAR-REF                                 17840815
              go to section-exit                                        17850815
           end-if.                                                      17860815
           evaluate W-xml-ent                                           17870815
              when 'amp'                                                17880815
                 move '&' to w-ch                                       17890815
              when 'lt'                                                 17900815
                 move '<' to w-ch                                       17910815
              when 'gt'                                                 17920815
                 move '>' to w-ch                                       17930815
              when 'quot'                                               17940815
                 move '"' to w-ch                                       17950815
              when 'apos'                                               17960815
                 move "'" to w-ch                                       17970815
              when other                                                17980815
                 perform 8900-SYNTAX-ABORT                              17990815
           end-evaluate.                                                18000815
       SECTION-EXIT.                                                    18010815
           EXIT.                                                        18020815
      *----------------------------------------------------------------*18030815
      *  &#nnn; / &#xhh; : the code point into w-ch, '?' when it is    *18040815
      *  wider than a byte - the same rule as 6150.                    *18050815
      *----------------------------------------------------------------*18060815
       6930-XML-CHAR-REF                   SECTION.                     18070815
      *----------------------------------------------------------------*18080815
       SECTION-ENTRY.                                                   18090815
           move 0 to W-u-val.                                           18100815
           move 2 to W-ux.                                              18110815
           if W-xml-ent(2:1) = 'x' or W-xml-ent(2:1) = 'X'              18120815
              go to hex-ref                                             18130815
           end-if.                                                      18140815
       dec-loop.                                                        18150815
           if W-ux > W-xml-ent-len                                      18160815
              go to ref-done                                            18170815
           end-if.                                                      18180815
           move W-xml-ent(W-ux:1) to W-xml-dig.                         18190815
           if W-xml-dig not numeric                                     18200815
              perform 8900-SYNTAX-ABORT                                 18210815
              go to section-exit                                        18220815
           end-if.                                                      18230815
           if W-u-val < 1000                                            18240815
              compute W-u-val = W-u-val * 10 + W-xml-dig-9              18250815
           end-if.                                                      18260815
           add 1 to W-ux.                                               18270815
           go to dec-loop.                                              18280815
       hex-ref.                                                         18290815
           move 3 to W-ux.                                              18300815
           if W-xml-ent-len < 3                                         18310815
              perform 8900-SYNTAX-ABORT                                 18320815
              go to section-exit                                        18330815
           end-if.                                                      18340815
       hex-ref-loop.                                                    18350815
           if W-ux > W-xml-ent-len                                      18360815
              go to ref-done                                            18370815
           end-if.                                                      18380815
           move function upper-case(W-xml-ent(W-ux:1)) to W-u-ch.       18390815
           move 0 to W-hx.                                              18400815
       hex-ref-scan.                                                    18410815
           add 1 to W-hx.                                               18420815
           if W-hx > 16                                                 18430815
              perform 8900-SYNTAX-ABORT                                 18440815
              go to section-exit                                        18450815
           end-if.                                                      18460815
           if W-hex-digits(W-hx:1) not = W-u-ch                         18470815
              go to hex-ref-scan                                        18480815
           end-if.                                                      18490815
           if W-u-val < 1000                                            18500815
              compute W-u-val = W-u-val * 16 + W-hx - 1                 18510815
           end-if.                                                      18520815
           add 1 to W-ux.                                               18530815
           go to hex-ref-loop.                                          18540815
       ref-done.                                                        18550815
           if W-u-val > 255                                             18560815
              move '?' to w-ch                                          18570815
           else                                                         18580815
              move W-u-val  to W-ord                                    18590815
              move W-ord-lo to w-ch                                     18600815
           end-if.                                                      18610815
       SECTION-EXIT.                                                    18620815
           EXIT.                                                        18630815
      *----------------------------------------------------------------*18640815
      *  a CDATA section's bytes, as they stand, up to its ']]>'.      *18650815
      *----------------------------------------------------------------*18660815
       6950-XML-CDATA                      SECTION.                     18670815
      *----------------------------------------------------------------*18680815
       SECTION-ENTRY.                                                   18690815
       cdata-loop.                                                      18700815
           if w-pos + 2 > JSON-LEN                                      18710815
              perform 8900-SYNTAX-ABORT                                 18720815
              go to section-exit                                        18730815
           end-if.                                                      18740815
           if JSON-TEXT(w-pos:3) = ']]>'                                18750815
              add 3 to w-pos                                            18760815
              go to section-exit                                        18770815
           end-if.                                                      18780815
           move JSON-TEXT(w-pos:1) to w-ch.                             18790815
           add 1 to w-pos.                                              18800815
           if w-ch < space                                              18810815
              move space to w-ch                                        18820815
           end-if.                                                      18830815
           if w-value-len < 256                                         18840815
              add 1 to w-value-len                                      18850815
              move w-ch to w-value(w-value-len:1)                       18860815
           end-if.                                                      18870815
           go to cdata-loop.                                            18880815
       SECTION-EXIT.                                                    18890815
           EXIT.                                                        18900815
