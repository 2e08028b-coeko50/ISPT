      *   ISREQ                  driving each object's required array  *00230015
      *   UDC_KEY 900 / 901 / 902  rendered as enum / minimum-maximum  *00240015
      *                          / pattern constraints                 *00250015
      *   UDC_KEY 904            string enum of the external values    *00250215
      *                          of the CODEXLT-172 table the row      *00250415
      *                          names - what isptc004 emits and       *00250615
      *                          isptc005 accepts for the element      *00250815
      *   UDC_KEY 1-99           string with format date / time /     * 00260015
      *                          date-time (the UDCFMT codes)          *00270015
      *                                                                *00280015
      * member per record, member = first 8 of REC) so the schemas     *00300015
      * land one member per record in a PDS and can be shipped after   *00310015
      * every dictionary promotion.                                    *00320015
      *                                                                *00320215
      * XML Schema : when the XSDF DD is present the same walk also    *00320415
      * writes each record's XSD, member for member, to a second       *00320615
      * IEBUPDTE stream - the document isptc004 renders in XML mode :  *00320815
      *   JSONREC                the root element (REC when blank)     *00321015
      *   JSONFLD                element names, in walk order          *00321215
      *   ISGRP / OCC            nested complex types / maxOccurs      *00321415
      *   ISREQ                  minOccurs 1 (0 otherwise, and for     *00321615
      *                          every array)                          *00321815
      *   DTYPE / PREC / SCALE   xs:string maxLength / xs:integer /    *00322015
      *                          xs:decimal totalDigits and            *00322215
      *                          fractionDigits                        *00322415
      *   UDC_KEY 1 / 3 / 4      xs:date / xs:time / xs:dateTime       *00322615
      *   UDC_KEY 900 - 904      enumeration / min-maxInclusive /      *00322815
      *                          pattern / external values             *00323015
      *   ISSENS                 plain xs:string - the value may be    *00323215
      *                          the mask                              *00323415
      * Every leaf is nillable : isptc004 renders a value it cannot    *00323615
      * edit as xsi:nil.  Without an XSDF DD only the JSON Schemas are *00323815
      * written.                                                       *00324015
      *                                                                *00330015
      * Same ATTR-RCDSYNATT set assumption documented in isptb006.     *00340015
      * Same CODEXLT-172 assumption documented in isptb038.            *00340215
      *                                                                *00350015
      * Maintenance                                                    *00360015
      * 26/08/22  new program                                          *00370015
      * 26/08/22  nullable RECORD_INFO columns fetched with            *00400015
      *           indicators; member names sanitized ('-' -> '@')      *00410015
      *           with truncation collisions detected and suffixed     *00420015
      * 26/10/15  UDC_KEY 904 translated elements are typed string     *00420215
      *           with the CODEXLT-172 external values as their enum   *00420415
      * 26/10/15  XML Schema (XSD) per record on the optional XSDF DD, *00420615
      *           beside the JSON Schema (see above).                  *00420815
      *                                                                *00430015
      *----------------------------------------------------------------*00440015
       ENVIRONMENT DIVISION.                                            00450015
               FILE STATUS IS WS-DICTPARM-STATUS.                       00590015
           SELECT SCHEMAF     ASSIGN TO SCHEMAF                         00600015
               FILE STATUS IS WS-SCHEMAF-STATUS.                        00610015
           SELECT XSDF        ASSIGN TO XSDF                            00610215
               FILE STATUS IS WS-XSDF-STATUS.                           00610415
      *----------------------------------------------------------------*00620015
      *                                                                *00630015
      *----------------------------------------------------------------*00640015
       FD  SCHEMAF                                                      00790015
           RECORDING MODE IS F.                                         00800015
       01  SCHEMAF-LINE                       PIC X(80).                00810015
                                                                        00810215
       FD  XSDF                                                         00810415
           RECORDING MODE IS F.                                         00810615
       01  XSDF-LINE                          PIC X(80).                00810815
      *----------------------------------------------------------------*00820015
       WORKING-STORAGE SECTION.                                         00830015
        01 FILLER                                 PIC X(50) VALUE       00840015
           05 W-num-edit                         PIC 9(05).             01060015
           05 W-dup-seq                          PIC 9(02).             01070015
           05 WS-SCHEMAF-STATUS                  PIC X(02).             01080015
           05 WS-XSDF-STATUS                     PIC X(02).             01080215
           05 W-xsdf-sw                          PIC X(01).             01080415
              88 XSD-WANTED                         VALUE 'Y'.          01080615
           05 W-target-sw                        PIC X(01).             01080815
              88 EMIT-JSON                          VALUE 'J'.          01081015
              88 EMIT-XSD                           VALUE 'X'.          01081215
           05 W-num-quote-sw                     PIC X(01).             01081415
              88 NUM-QUOTED                         VALUE 'Y'.          01081615
              88 NUM-BARE                           VALUE 'N'.          01081815
           05 W-attr                             PIC X(16).             01082015
           05 W-attr-len                         PIC S9(4) COMP.        01082215
                                                                        01090015
      *    member names already written, so a truncated record name   * 01100015
      *    can never silently overwrite another record's schema.       *01110015
              05 row-scale                   PIC S9(4) COMP.            01340015
              05 row-udc-key                 PIC S9(4) COMP.            01350015
              05 row-udc-val                 PIC X(16).                 01360015
              05 row-issens                  PIC X(01).                 01360215
                                                                        01370015
      *    one frame per open object, walked like isptc004.            *01380015
        01 EMIT-STACK.                                                  01390015
        77 sql-occ                             PIC S9(4) COMP.          01630015
        77 sql-udc-key                         PIC S9(4) COMP.          01640015
        77 sql-udc-val                         PIC X(16).               01650015
        77 sql-issens                          PIC X(1).                01650215
      *    null indicators - isptc001 returns JSONREC/NEXT/FSTCHILD/   *01660015
      *    PARENT/UDC columns as null routinely.                       *01670015
        77 sql-jsonrec-i                       PIC S9(4) COMP.          01680015
        77 sql-fstchild-i                      PIC S9(4) COMP.          01710015
        77 sql-udc-key-i                       PIC S9(4) COMP.          01720015
        77 sql-udc-val-i                       PIC S9(4) COMP.          01730015
        77 sql-issens-i                        PIC S9(4) COMP.          01730215
        EXEC SQL  end  DECLARE SECTION END-EXEC.                        01740015
                                                                        01750015
        EXEC SQL DECLARE SCHWALK CURSOR FOR                             01760015
             SELECT JSONREC, PARENT_SEQ, NEXT_SEQ, FSTCHILD_SEQ,        01770015
                    JSONFLD, SEQ, ISGRP, ISREQ, LEN, PREC, SCALE,       01780015
                    OCC, UDC_KEY, UDC_VAL, ISSENS                       01780215
               FROM ISPT.RECORD_INFO                                    01800015
              WHERE REC = :sql-rec-name                                 01810015
                AND RECVER = :sql-recver                                01820015
           02 COPY IDMS RECORD attribute-093.                           01930015
           02 COPY IDMS RECORD RCDSYN-079.                              01940015
           02 COPY IDMS RECORD RCDSYNATTR-141.                          01950015
           02 COPY IDMS RECORD CODEXLT-172.                             01950215
           02 WS-SAVE-DBKEY-TABLE.                                      01960015
              05 WS-SAVE-DBKEY-attr             PIC S9(8) COMP SYNC.    01970015
      *----------------------------------------------------------------*01980015
           PERFORM 0100-BIND-DATABASE.                                  02070015
           OPEN OUTPUT SCHEMAF.                                         02080015
           MOVE 0 TO W-RECORD-CNT.                                      02090015
           SET EMIT-JSON TO TRUE.                                       02090215
           SET NUM-BARE TO TRUE.                                        02090415
      *    the XML Schemas only when the job asks for them.            *02090615
           MOVE 'N' TO W-XSDF-SW.                                       02090815
           OPEN OUTPUT XSDF.                                            02091015
           IF WS-XSDF-STATUS = '00'                                     02091215
              SET XSD-WANTED TO TRUE                                    02091415
           ELSE                                                         02091615
              DISPLAY 'ISPTB015 - NO XSDF, XML SCHEMAS NOT WRITTEN'     02091815
           END-IF.                                                      02092015
                                                                        02100015
           PERFORM 0200-GET-JSON-ATTR.                                  02110015
           IF NOT DB-REC-NOT-FOUND                                      02120015
           DISPLAY 'ISPTB015 - SCHEMAS GENERATED: ' W-RECORD-CNT.       02160015
           PERFORM 9000-FINISH.                                         02170015
           CLOSE SCHEMAF.                                               02180015
           IF XSD-WANTED                                                02180215
              CLOSE XSDF                                                02180415
           END-IF.                                                      02180615
           EXIT PROGRAM.                                                02190015
           STOP RUN.                                                    02200015
       SECTION-EXIT.                                                    02210015
           BIND attribute-093                                           02700015
           BIND RCDSYN-079                                              02710015
           BIND RCDSYNATTR-141                                          02720015
           BIND CODEXLT-172                                             02720215
           IF ANY-ERROR-STATUS                                          02730015
              PERFORM 9999-DB-ERROR                                     02740015
           END-IF.                                                      02750015
           if W-out-len > 0                                             03510015
              write SCHEMAF-LINE                                        03520015
           end-if.                                                      03530015
                                                                        03530215
      *    the same record's XML Schema, same member, on XSDF.         *03530415
           if XSD-WANTED                                                03530615
              move spaces to XSDF-LINE                                  03530815
              STRING './ ADD NAME=' W-member                            03531015
                  delimited by size into XSDF-LINE                      03531215
              write XSDF-LINE                                           03531415
              set EMIT-XSD to true                                      03531615
              move 0 to W-out-len                                       03531815
              move spaces to SCHEMAF-LINE                               03532015
              PERFORM 0700-EMIT-XSD                                     03532215
              if W-out-len > 0                                          03532415
                 perform 8050-WRITE-LINE                                03532615
              end-if                                                    03532815
              set EMIT-JSON to true                                     03533015
           end-if.                                                      03533215
       SECTION-EXIT.                                                    03540015
           EXIT.                                                        03550015
      *----------------------------------------------------------------*03560015
                      :sql-isgrp, :sql-isreq, :sql-len, :sql-prec,      04050015
                      :sql-scale, :sql-occ,                             04060015
                      :sql-udc-key :sql-udc-key-i,                      04070015
                      :sql-udc-val :sql-udc-val-i,                      04070215
                      :sql-issens :sql-issens-i                         04070415
           END-EXEC.                                                    04090015
           if sqlcode not = 0                                           04100015
              go to close-schwalk                                       04110015
           end-if.                                                      04230015
           if sql-udc-val-i  = -1  move spaces to sql-udc-val           04240015
           end-if.                                                      04250015
           if sql-issens-i   = -1  move 'N' to sql-issens               04250215
           end-if.                                                      04250415
           if w-row-tot not less than w-row-max                         04260015
              display program-name ' element walk truncated at '        04270015
                  w-row-max ' for ' sql-rec-name                        04280015
           move sql-scale          to row-scale(W-i).                   04430015
           move sql-udc-key        to row-udc-key(W-i).                 04440015
           move sql-udc-val        to row-udc-val(W-i).                 04450015
           move sql-issens         to row-issens(W-i).                  04450215
           go to fetch-loop.                                            04460015
       close-schwalk.                                                   04470015
           EXEC SQL CLOSE SCHWALK END-EXEC.                             04480015
           perform 8000-EMIT-TEXT.                                      04880015
       SECTION-EXIT.                                                    04890015
           EXIT.                                                        04900015
      *----------------------------------------------------------------*04900215
      *  the record's XML Schema : the root element named as isptc004  *04900415
      *  names it, the element walk, the closing tags.                 *04900615
      *----------------------------------------------------------------*04900815
       0700-EMIT-XSD                       SECTION.                     04901015
      *----------------------------------------------------------------*04901215
       SECTION-ENTRY.                                                   04901415
           move '<?xml version="1.0"?>' to W-frag.                      04901615
           move 21 to W-frag-len.                                       04901815
           perform 8000-EMIT-TEXT.                                      04902015
           move                                                         04902215
               '<xs:schema xmlns:xs="http://www.w3.org/2001/XMLSchema">'04902415
               to W-frag.                                               04902615
           move 55 to W-frag-len.                                       04902815
           perform 8000-EMIT-TEXT.                                      04903015
           move '<xs:element name=' to W-frag.                          04903215
           move 17 to W-frag-len.                                       04903415
           perform 8000-EMIT-TEXT.                                      04903615
           move sql-jsonrec to W-name.                                  04903815
           if W-name = spaces                                           04904015
              move sql-rec-name to W-name                               04904215
           end-if.                                                      04904415
           perform 8200-EMIT-QUOTED-NAME.                               04904615
           move '><xs:complexType><xs:sequence>' to W-frag.             04904815
           move 30 to W-frag-len.                                       04905015
           perform 8000-EMIT-TEXT.                                      04905215
                                                                        04905415
           move 1   to W-lvl.                                           04905615
           move 0   to stk-ix(1).                                       04905815
           move 1   to W-ix.                                            04906015
           perform 1200-WALK-XSD.                                       04906215
                                                                        04906415
           move '</xs:sequence></xs:complexType>' to W-frag.            04906615
           move 31 to W-frag-len.                                       04906815
           perform 8000-EMIT-TEXT.                                      04907015
           move '</xs:element></xs:schema>' to W-frag.                  04907215
           move 25 to W-frag-len.                                       04907415
           perform 8000-EMIT-TEXT.                                      04907615
       SECTION-EXIT.                                                    04907815
           EXIT.                                                        04908015
      *----------------------------------------------------------------*04910015
      *  iterative walk over the row table using the seq/100 keys.     *04920015
      *----------------------------------------------------------------*04930015
           go to find-loop.                                             05650015
       SECTION-EXIT.                                                    05660015
           EXIT.                                                        05670015
      *----------------------------------------------------------------*05670215
      *  1000's walk over the row table, writing elements : a group    *05670415
      *  with children opens a frame, and closing it closes the        *05670615
      *  group's sequence, complex type and element.                   *05670815
      *----------------------------------------------------------------*05671015
       1200-WALK-XSD                       SECTION.                     05671215
      *----------------------------------------------------------------*05671415
       SECTION-ENTRY.                                                   05671615
       xwalk-loop.                                                      05671815
           if W-ix < 1 or W-ix > w-row-tot                              05672015
              go to xwalk-ascend                                        05672215
           end-if.                                                      05672415
           perform 2100-EMIT-XSD-ELEMENT.                               05672615
           if row-isgrp(W-ix) = 'Y'                                     05672815
            and row-fstchild(W-ix) > 0                                  05673015
              if W-lvl not less than W-stk-max                          05673215
                 display program-name ' nesting too deep for '          05673415
                     sql-rec-name                                       05673615
                 go to section-exit                                     05673815
              end-if                                                    05674015
              add 1 to W-lvl                                            05674215
              move W-ix to stk-ix(W-lvl)                                05674415
              move row-fstchild(W-ix) to W-want-seq                     05674615
              perform 1100-FIND-ROW                                     05674815
              move W-found-ix to W-ix                                   05675015
              go to xwalk-loop                                          05675215
           end-if.                                                      05675415
       xwalk-advance.                                                   05675615
           if row-next(W-ix) > 0                                        05675815
              move row-next(W-ix) to W-want-seq                         05676015
              perform 1100-FIND-ROW                                     05676215
              if W-found-ix > 0                                         05676415
                 move W-found-ix to W-ix                                05676615
                 go to xwalk-loop                                       05676815
              end-if                                                    05677015
           end-if.                                                      05677215
       xwalk-ascend.                                                    05677415
           if W-lvl = 1                                                 05677615
              go to section-exit                                        05677815
           end-if.                                                      05678015
           move '</xs:sequence></xs:complexType></xs:element>'          05678215
             to W-frag.                                                 05678415
           move 44 to W-frag-len.                                       05678615
           perform 8000-EMIT-TEXT.                                      05678815
           move stk-ix(W-lvl) to W-ix.                                  05679015
           subtract 1 from W-lvl.                                       05679215
           go to xwalk-advance.                                         05679415
       SECTION-EXIT.                                                    05679615
           EXIT.                                                        05679815
      *----------------------------------------------------------------*05680015
      *  one property : name plus its schema.  a group opens an        *05690015
      *  object (and, under OCC, an array-of-object wrapper) that      *05700015
           end-if.                                                      06260015
       SECTION-EXIT.                                                    06270015
           EXIT.                                                        06280015
      *----------------------------------------------------------------*06280115
      *  one element : name and occurrences, then a group opens its    *06280215
      *  complex type (1200's ascend closes it) and a leaf carries its *06280315
      *  simple type.                                                  *06280415
      *----------------------------------------------------------------*06280515
       2100-EMIT-XSD-ELEMENT               SECTION.                     06280615
      *----------------------------------------------------------------*06280715
       SECTION-ENTRY.                                                   06280815
           move '<xs:element name=' to W-frag.                          06280915
           move 17 to W-frag-len.                                       06281015
           perform 8000-EMIT-TEXT.                                      06281115
           move row-jsonfld(W-ix) to W-name.                            06281215
           perform 8200-EMIT-QUOTED-NAME.                               06281315
           if row-occ(W-ix) > 0 or row-isreq(W-ix) not = 'Y'            06281415
              move ' minOccurs="0"' to W-frag                           06281515
              move 14 to W-frag-len                                     06281615
              perform 8000-EMIT-TEXT                                    06281715
           end-if.                                                      06281815
           if row-occ(W-ix) > 0                                         06281915
              move ' maxOccurs=' to W-frag                              06282015
              move 11 to W-frag-len                                     06282115
              perform 8000-EMIT-TEXT                                    06282215
              set NUM-QUOTED to true                                    06282315
              move row-occ(W-ix) to W-tok-len                           06282415
              perform 8300-EMIT-NUMBER                                  06282515
              set NUM-BARE to true                                      06282615
           end-if.                                                      06282715
           if row-isgrp(W-ix) = 'Y'                                     06282815
              if row-fstchild(W-ix) = 0                                 06282915
      *          an empty group still has to close cleanly.            *06283015
                 move '><xs:complexType><xs:sequence/>' to W-frag       06283115
                 move 31 to W-frag-len                                  06283215
                 perform 8000-EMIT-TEXT                                 06283315
                 move '</xs:complexType></xs:element>' to W-frag        06283415
                 move 30 to W-frag-len                                  06283515
                 perform 8000-EMIT-TEXT                                 06283615
              else                                                      06283715
                 move '><xs:complexType><xs:sequence>' to W-frag        06283815
                 move 30 to W-frag-len                                  06283915
                 perform 8000-EMIT-TEXT                                 06284015
              end-if                                                    06284115
              go to section-exit                                        06284215
           end-if.                                                      06284315
           move ' nillable="true">' to W-frag.                          06284415
           move 17 to W-frag-len.                                       06284515
           perform 8000-EMIT-TEXT.                                      06284615
           perform 3100-EMIT-XSD-TYPE.                                  06284715
           move '</xs:element>' to W-frag.                              06284815
           move 13 to W-frag-len.                                       06284915
           perform 8000-EMIT-TEXT.                                      06285015
       SECTION-EXIT.                                                    06285115
           EXIT.                                                        06285215
      *----------------------------------------------------------------*06290015
      *  { "type": ... constraints } for a scalar element.             *06300015
      *----------------------------------------------------------------*06310015
       3000-EMIT-SCALAR-SCHEMA             SECTION.                     06320015
      *----------------------------------------------------------------*06330015
       SECTION-ENTRY.                                                   06340015
      *    a translated element's document value is its external       *06340215
      *    value, whatever the internal code's picture.                *06340415
           if row-udc-key(W-ix) = 904                                   06340615
              move '{"type":"string"' to W-frag                         06340815
              move 16 to W-frag-len                                     06341015
              perform 8000-EMIT-TEXT                                    06341215
              perform 3900-EMIT-CONSTRAINTS                             06341415
              move '}' to W-frag                                        06341615
              move 1 to W-frag-len                                      06341815
              perform 8000-EMIT-TEXT                                    06342015
              go to section-exit                                        06342215
           end-if.                                                      06342415
                                                                        06342615
           if row-udc-key(W-ix) > 0 and row-udc-key(W-ix) < 100         06350015
              move '{"type":"string","format":' to W-frag               06360015
              move 26 to W-frag-len                                     06370015
           perform 8000-EMIT-TEXT.                                      06820015
       SECTION-EXIT.                                                    06830015
           EXIT.                                                        06840015
      *----------------------------------------------------------------*06840115
      *  a leaf's simple type : base type and facets, the XSD reading  *06840215
      *  of 3000's mapping.                                            *06840315
      *----------------------------------------------------------------*06840415
       3100-EMIT-XSD-TYPE                  SECTION.                     06840515
      *----------------------------------------------------------------*06840615
       SECTION-ENTRY.                                                   06840715
           move '<xs:simpleType><xs:restriction base=' to W-frag.       06840815
           move 36 to W-frag-len.                                       06840915
           perform 8000-EMIT-TEXT.                                      06841015
      *    a masked value is '****', whatever the element's type.      *06841115
           if row-issens(W-ix) = 'Y'                                    06841215
              move '"xs:string">' to W-frag                             06841315
              move 12 to W-frag-len                                     06841415
              perform 8000-EMIT-TEXT                                    06841515
              go to xtype-close                                         06841615
           end-if.                                                      06841715
           if row-udc-key(W-ix) = 904                                   06841815
              move '"xs:string">' to W-frag                             06841915
              move 12 to W-frag-len                                     06842015
              perform 8000-EMIT-TEXT                                    06842115
              perform 3900-EMIT-CONSTRAINTS                             06842215
              go to xtype-close                                         06842315
           end-if.                                                      06842415
           if row-udc-key(W-ix) > 0 and row-udc-key(W-ix) < 100         06842515
              evaluate row-udc-key(W-ix)                                06842615
                 when 1                                                 06842715
                    move '"xs:date">' to W-frag                         06842815
                    move 10 to W-frag-len                               06842915
                 when 3                                                 06843015
                    move '"xs:time">' to W-frag                         06843115
                    move 10 to W-frag-len                               06843215
                 when 4                                                 06843315
                    move '"xs:dateTime">' to W-frag                     06843415
                    move 14 to W-frag-len                               06843515
                 when other                                             06843615
                    move '"xs:string">' to W-frag                       06843715
                    move 12 to W-frag-len                               06843815
              end-evaluate                                              06843915
              perform 8000-EMIT-TEXT                                    06844015
              perform 3900-EMIT-CONSTRAINTS                             06844115
              go to xtype-close                                         06844215
           end-if.                                                      06844315
           if row-prec(W-ix) > 0                                        06844415
              if row-scale(W-ix) > 0                                    06844515
                 move '"xs:decimal">' to W-frag                         06844615
              else                                                      06844715
                 move '"xs:integer">' to W-frag                         06844815
              end-if                                                    06844915
              move 13 to W-frag-len                                     06845015
              perform 8000-EMIT-TEXT                                    06845115
              move '<xs:totalDigits value=' to W-frag                   06845215
              move 22 to W-frag-len                                     06845315
              perform 8000-EMIT-TEXT                                    06845415
              set NUM-QUOTED to true                                    06845515
              move row-prec(W-ix) to W-tok-len                          06845615
              perform 8300-EMIT-NUMBER                                  06845715
              set NUM-BARE to true                                      06845815
              move '/>' to W-frag                                       06845915
              move 2 to W-frag-len                                      06846015
              perform 8000-EMIT-TEXT                                    06846115
              if row-scale(W-ix) > 0                                    06846215
                 move '<xs:fractionDigits value=' to W-frag             06846315
                 move 25 to W-frag-len                                  06846415
                 perform 8000-EMIT-TEXT                                 06846515
                 set NUM-QUOTED to true                                 06846615
                 move row-scale(W-ix) to W-tok-len                      06846715
                 perform 8300-EMIT-NUMBER                               06846815
                 set NUM-BARE to true                                   06846915
                 move '/>' to W-frag                                    06847015
                 move 2 to W-frag-len                                   06847115
                 perform 8000-EMIT-TEXT                                 06847215
              end-if                                                    06847315
           else                                                         06847415
              move '"xs:string">' to W-frag                             06847515
              move 12 to W-frag-len                                     06847615
              perform 8000-EMIT-TEXT                                    06847715
              if row-len(W-ix) > 0                                      06847815
                 move '<xs:maxLength value=' to W-frag                  06847915
                 move 20 to W-frag-len                                  06848015
                 perform 8000-EMIT-TEXT                                 06848115
                 set NUM-QUOTED to true                                 06848215
                 move row-len(W-ix) to W-tok-len                        06848315
                 perform 8300-EMIT-NUMBER                               06848415
                 set NUM-BARE to true                                   06848515
                 move '/>' to W-frag                                    06848615
                 move 2 to W-frag-len                                   06848715
                 perform 8000-EMIT-TEXT                                 06848815
              end-if                                                    06848915
           end-if.                                                      06849015
           perform 3900-EMIT-CONSTRAINTS.                               06849115
       xtype-close.                                                     06849215
           move '</xs:restriction></xs:simpleType>' to W-frag.          06849315
           move 33 to W-frag-len.                                       06849415
           perform 8000-EMIT-TEXT.                                      06849515
       SECTION-EXIT.                                                    06849615
           EXIT.                                                        06849715
      *----------------------------------------------------------------*06850015
      *  the UDC 900/901/902 business rules as schema constraints, and *06860015
      *  the 904 translation table's external values as an enum.       *06860215
      *----------------------------------------------------------------*06870015
       3900-EMIT-CONSTRAINTS               SECTION.                     06880015
      *----------------------------------------------------------------*06890015
              when 900                                                  06920015
                 perform 4000-EMIT-ENUM                                 06930015
              when 901                                                  06940015
      *          an XSD range facet needs a numeric base type.         *06940215
                 if EMIT-JSON or row-prec(W-ix) > 0                     06940415
                    perform 4100-EMIT-MINMAX                            06940615
                 end-if                                                 06940815
              when 902                                                  06960015
                 perform 4200-EMIT-PATTERN                              06970015
              when 904                                                  06970215
                 perform 4300-EMIT-XLATE-ENUM                           06970415
           end-evaluate.                                                06980015
       SECTION-EXIT.                                                    06990015
           EXIT.                                                        07000015
       4000-EMIT-ENUM                      SECTION.                     07020015
      *----------------------------------------------------------------*07030015
       SECTION-ENTRY.                                                   07040015
           if EMIT-JSON                                                 07040215
              move ',"enum":[' to W-frag                                07040415
              move 9 to W-frag-len                                      07040615
              perform 8000-EMIT-TEXT                                    07040815
           end-if.                                                      07041015
           move 'N' to W-first-sw.                                      07080015
           move spaces to W-tok.                                        07090015
           move 0 to W-tok-len.                                         07100015
           add 1 to W-cx.                                               07130015
           if W-cx > 16                                                 07140015
              perform 4050-EMIT-ENUM-TOKEN                              07150015
              if EMIT-JSON                                              07150215
                 move ']' to W-frag                                     07150415
                 move 1 to W-frag-len                                   07150615
                 perform 8000-EMIT-TEXT                                 07150815
              end-if                                                    07151015
              go to section-exit                                        07190015
           end-if.                                                      07200015
           move row-udc-val(W-ix)(W-cx:1) to W-ch.                      07210015
           if W-tok-len = 0                                             07390015
              go to section-exit                                        07400015
           end-if.                                                      07410015
      *    an XSD token is one enumeration facet.                      *07410215
           if EMIT-XSD                                                  07410415
              move '<xs:enumeration value=' to W-frag                   07410615
              move 22 to W-frag-len                                     07410815
              perform 8000-EMIT-TEXT                                    07411015
              move W-tok to W-attr                                      07411215
              move W-tok-len to W-attr-len                              07411415
              perform 8400-EMIT-ATTR-VALUE                              07411615
              move '/>' to W-frag                                       07411815
              move 2 to W-frag-len                                      07412015
              perform 8000-EMIT-TEXT                                    07412215
              go to section-exit                                        07412415
           end-if.                                                      07412615
           if W-first-sw = 'Y'                                          07420015
              move ',' to W-frag                                        07430015
              move 1 to W-frag-len                                      07440015
           perform 8000-EMIT-TEXT.                                      07530015
       SECTION-EXIT.                                                    07540015
           EXIT.                                                        07550015
      *----------------------------------------------------------------*07550215
      *  every CODEXLT-172 pair under the table name the 904 row       *07550415
      *  carries contributes its external value, trimmed, as one enum  *07550615
      *  token.                                                        *07550815
      *----------------------------------------------------------------*07551015
       4300-EMIT-XLATE-ENUM                SECTION.                     07551215
      *----------------------------------------------------------------*07551415
       SECTION-ENTRY.                                                   07551615
           if EMIT-JSON                                                 07551715
              move ',"enum":[' to W-frag                                07551815
              move 9 to W-frag-len                                      07551915
              perform 8000-EMIT-TEXT                                    07552015
           end-if.                                                      07552115
           move 'N' to W-first-sw.                                      07552415
           move row-udc-val(W-ix) to CODEXLT-TABLE-172.                 07552615
           obtain calc CODEXLT-172.                                     07552815
       xlt-enum-loop.                                                   07553015
           if db-rec-not-found                                          07553215
              if EMIT-JSON                                              07553315
                 move ']' to W-frag                                     07553415
                 move 1 to W-frag-len                                   07553515
                 perform 8000-EMIT-TEXT                                 07553615
              end-if                                                    07553715
              go to section-exit                                        07554015
           end-if.                                                      07554215
           perform idms-status.                                         07554415
           move CODEXLT-VALUE-172 to W-tok.                             07554615
           move 16 to W-tok-len.                                        07554815
       xlt-rtrim-loop.                                                  07555015
           if W-tok-len > 0 and W-tok(W-tok-len:1) = space              07555215
              subtract 1 from W-tok-len                                 07555415
              go to xlt-rtrim-loop                                      07555615
           end-if.                                                      07555815
           perform 4050-EMIT-ENUM-TOKEN.                                07556015
           obtain duplicate CODEXLT-172.                                07556215
           go to xlt-enum-loop.                                         07556415
       SECTION-EXIT.                                                    07556615
           EXIT.                                                        07556815
      *----------------------------------------------------------------*07560015
      *  MIN:MAX -> "minimum": min, "maximum": max (emitted verbatim). *07570015
      *----------------------------------------------------------------*07580015
           end-if.                                                      07770015
           go to min-scan-loop.                                         07780015
       min-done.                                                        07790015
           if W-tok-len > 0 and EMIT-XSD                                07790215
              move '<xs:minInclusive value=' to W-frag                  07790415
              move 23 to W-frag-len                                     07790615
              perform 8000-EMIT-TEXT                                    07790815
              move W-tok to W-attr                                      07791015
              move W-tok-len to W-attr-len                              07791215
              perform 8400-EMIT-ATTR-VALUE                              07791415
              move '/>' to W-frag                                       07791615
              move 2 to W-frag-len                                      07791815
              perform 8000-EMIT-TEXT                                    07792015
              move 0 to W-tok-len                                       07792215
           end-if.                                                      07792415
           if W-tok-len > 0                                             07800015
              move ',"minimum":' to W-frag                              07810015
              move 11 to W-frag-len                                     07820015
           end-if.                                                      08000015
           go to max-scan-loop.                                         08010015
       max-done.                                                        08020015
           if W-tok-len > 0 and EMIT-XSD                                08020215
              move '<xs:maxInclusive value=' to W-frag                  08020415
              move 23 to W-frag-len                                     08020615
              perform 8000-EMIT-TEXT                                    08020815
              move W-tok to W-attr                                      08021015
              move W-tok-len to W-attr-len                              08021215
              perform 8400-EMIT-ATTR-VALUE                              08021415
              move '/>' to W-frag                                       08021615
              move 2 to W-frag-len                                      08021815
              perform 8000-EMIT-TEXT                                    08022015
              move 0 to W-tok-len                                       08022215
           end-if.                                                      08022415
           if W-tok-len > 0                                             08030015
              move ',"maximum":' to W-frag                              08040015
              move 11 to W-frag-len                                     08050015
       4200-EMIT-PATTERN                   SECTION.                     08150015
      *----------------------------------------------------------------*08160015
       SECTION-ENTRY.                                                   08170015
           if EMIT-XSD                                                  08170215
              perform 4250-EMIT-XSD-PATTERN                             08170415
              go to section-exit                                        08170615
           end-if.                                                      08170815
           move ',"pattern":' to W-frag.                                08180015
           move 11 to W-frag-len.                                       08190015
           perform 8000-EMIT-TEXT.                                      08200015
           perform 8000-EMIT-TEXT.                                      08350015
       SECTION-EXIT.                                                    08360015
           EXIT.                                                        08370015
      *----------------------------------------------------------------*08370215
      *  the 902 pattern as an XSD facet.  XSD patterns are anchored   *08370415
      *  already, so a leading ^ and a trailing $ are dropped.         *08370615
      *----------------------------------------------------------------*08370815
       4250-EMIT-XSD-PATTERN               SECTION.                     08371015
      *----------------------------------------------------------------*08371215
       SECTION-ENTRY.                                                   08371415
           move 16 to W-cx.                                             08371615
       xpat-rtrim-loop.                                                 08371815
           if W-cx > 0                                                  08372015
            and row-udc-val(W-ix)(W-cx:1) = space                       08372215
              subtract 1 from W-cx                                      08372415
              go to xpat-rtrim-loop                                     08372615
           end-if.                                                      08372815
           move 1 to W-vx.                                              08373015
           if W-cx > 0 and row-udc-val(W-ix)(W-cx:1) = '$'              08373215
              subtract 1 from W-cx                                      08373415
           end-if.                                                      08373615
           if W-cx > 0 and row-udc-val(W-ix)(1:1) = '^'                 08373815
              move 2 to W-vx                                            08374015
              subtract 1 from W-cx                                      08374215
           end-if.                                                      08374415
           move spaces to W-attr.                                       08374615
           move W-cx to W-attr-len.                                     08374815
           if W-cx > 0                                                  08375015
              move row-udc-val(W-ix)(W-vx:W-cx) to W-attr               08375215
           end-if.                                                      08375415
           move '<xs:pattern value=' to W-frag.                         08375615
           move 18 to W-frag-len.                                       08375815
           perform 8000-EMIT-TEXT.                                      08376015
           perform 8400-EMIT-ATTR-VALUE.                                08376215
           move '/>' to W-frag.                                         08376415
           move 2 to W-frag-len.                                        08376615
           perform 8000-EMIT-TEXT.                                      08376815
       SECTION-EXIT.                                                    08377015
           EXIT.                                                        08377215
      *----------------------------------------------------------------*08380015
      *  the required array of the object whose row index is W-jx      *08390015
      *  (0 = the record itself) : every child with ISREQ = 'Y'.       *08400015
              go to section-exit                                        08890015
           end-if.                                                      08900015
           if W-out-len + W-frag-len > 72                               08910015
              perform 8050-WRITE-LINE                                   08910215
           end-if.                                                      08950015
           move W-frag(1:W-frag-len)                                    08960015
             to SCHEMAF-LINE(W-out-len + 1:W-frag-len).                 08970015
           add W-frag-len to W-out-len.                                 08980015
       SECTION-EXIT.                                                    08990015
           EXIT.                                                        09000015
      *----------------------------------------------------------------*09000215
      *  the composed line out to the stream being written.            *09000415
      *----------------------------------------------------------------*09000615
       8050-WRITE-LINE                     SECTION.                     09000815
      *----------------------------------------------------------------*09001015
       SECTION-ENTRY.                                                   09001215
           if EMIT-XSD                                                  09001415
              move SCHEMAF-LINE to XSDF-LINE                            09001615
              write XSDF-LINE                                           09001815
           else                                                         09002015
              write SCHEMAF-LINE                                        09002215
           end-if.                                                      09002415
           move spaces to SCHEMAF-LINE.                                 09002615
           move 0 to W-out-len.                                         09002815
       SECTION-EXIT.                                                    09003015
           EXIT.                                                        09003215
      *----------------------------------------------------------------*09010015
       8200-EMIT-QUOTED-NAME               SECTION.                     09020015
      *----------------------------------------------------------------*09030015
           move W-tok(W-vx:1) to W-frag(W-frag-len:1).                  09430015
           go to num-copy-loop.                                         09440015
       num-copy-done.                                                   09450015
      *    an XSD attribute value keeps its quotes in one fragment.    *09450215
           if NUM-QUOTED                                                09450415
              move W-frag(1:W-frag-len) to W-tok                        09450615
              move '"' to W-frag(1:1)                                   09450815
              move W-tok(1:W-frag-len) to W-frag(2:W-frag-len)          09451015
              add 2 to W-frag-len                                       09451215
              move '"' to W-frag(W-frag-len:1)                          09451415
           end-if.                                                      09451615
           perform 8000-EMIT-TEXT.                                      09460015
       SECTION-EXIT.                                                    09470015
           EXIT.                                                        09480015
      *----------------------------------------------------------------*09480215
      *  W-attr(1:W-attr-len) as one quoted XML attribute value, with  *09480415
      *  & < > and " written as entities.                              *09480615
      *----------------------------------------------------------------*09480815
       8400-EMIT-ATTR-VALUE                SECTION.                     09481015
      *----------------------------------------------------------------*09481215
       SECTION-ENTRY.                                                   09481415
           move spaces to W-frag.                                       09481615
           move '"' to W-frag(1:1).                                     09481815
           move 1 to W-frag-len.                                        09482015
           move 0 to W-i.                                               09482215
       attr-loop.                                                       09482415
           add 1 to W-i.                                                09482615
           if W-i > W-attr-len                                          09482815
              go to attr-done                                           09483015
           end-if.                                                      09483215
           move W-attr(W-i:1) to W-ch.                                  09483415
           evaluate W-ch                                                09483615
              when '&'                                                  09483815
                 move '&amp;' to W-frag(W-frag-len + 1:5)               09484015
                 add 5 to W-frag-len                                    09484215
              when '<'                                                  09484415
                 move '&lt;' to W-frag(W-frag-len + 1:4)                09484615
                 add 4 to W-frag-len                                    09484815
              when '>'                                                  09485015
                 move '&gt;' to W-frag(W-frag-len + 1:4)                09485215
                 add 4 to W-frag-len                                    09485415
              when '"'                                                  09485615
                 move '&quot;' to W-frag(W-frag-len + 1:6)              09485815
                 add 6 to W-frag-len                                    09486015
              when other                                                09486215
                 add 1 to W-frag-len                                    09486415
                 move W-ch to W-frag(W-frag-len:1)                      09486615
           end-evaluate.                                                09486815
           go to attr-loop.                                             09487015
       attr-done.                                                       09487215
           add 1 to W-frag-len.                                         09487415
           move '"' to W-frag(W-frag-len:1).                            09487615
           perform 8000-EMIT-TEXT.                                      09487815
       SECTION-EXIT.                                                    09488015
           EXIT.                                                        09488215
      *----------------------------------------------------------------*09490015
       9000-FINISH                         SECTION.                     09500015
      *----------------------------------------------------------------*09510015
