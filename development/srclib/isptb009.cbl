      *   vers 3  the ispt-validation-rules record verbatim - one      *00610015
      *           rules-entry per UDC_KEY 900/901/902/903 row (903 is  *00620015
      *           the cross-field conditional convention documented    *00630015
      *           in isptc006), plus one 904 rules-entry per pair of   *00630215
      *           the CODEXLT-172 table a UDC_KEY 904 row names, its   *00630415
      *           UDC value the code=value pair (code trimmed, '='     *00630615
      *           separator, external value) isptc004/isptc005         *00630815
      *           translate against.  An element naming a table with   *00631015
      *           no pairs, or a pair list that overflows the rules    *00631215
      *           entries, fails the record - nothing is stored.       *00631415
      *   the first 8 bytes of each body carry the #JSONMAP/#ISPTEPT/  *00650015
      *   #ISPTRUL signature isptc002's 2000-obtain-loadtext verifies. *00660015
      *                                                                *00670015
      * isptb007) : LOADHDR-LOADTEXT is MANDATORY AUTOMATIC, so a      *00690015
      * stored LOADTEXT-157 connects to the current LOADHDR-156.       *00700015
      *                                                                *00710015
      * Assumption (dictionary extension, same class as MODAUTH-167) : *00710215
      * MODSEAL-171 lives in the DDLDCLOD load area beside the module  *00710415
      * it seals, CALC on MODSEAL-MODNAME-171 with duplicates, one     *00710615
      * duplicate per stored generation base vers (MODSEAL-VERS-171 :  *00710815
      * 1-3 live, 11-13 staged, 21-23 retained), carrying              *00711015
      * MODSEAL-HASH-171 (8, the isptc009 hex of the reassembled body  *00711215
      * rows in order, continuation tag blocks excluded),              *00711415
      * MODSEAL-SEGS-171 and MODSEAL-ROWS-171 (halfwords),             *00711615
      * MODSEAL-STAMP-171 (14, yyyymmddhhmmss of the compile) and      *00711815
      * MODSEAL-PROGRAM-171 (8, the program that sealed it).  The      *00712015
      * SYS-MODSEAL system-owned set follows the SYS-LOADHDR pattern   *00712215
      * documented in isptb006.                                        *00712415
      *                                                                *00712615
      * Assumption (dictionary extension) : CODEXLT-172 in DDLDML,     *00712815
      * CALC on CODEXLT-TABLE-172 with duplicates - see isptb038,      *00713015
      * which maintains it.                                            *00713215
      *                                                                *00713415
      * Composite documents : when ISPT.COMPOSITE_INFO carries rows    *00720015
      * for the record (OWNER_REC/OWNER_RECVER keyed; SET_NAME,        *00730015
      * MEMBER_REC, MEMBER_RECVER, JSONFLD, MAXOCC - a dictionary      *00740015
      *           mandatory for the whole load area, exactly like      *01450015
      *           the isptc002 5-parameter signature change was for    *01460015
      *           its callers.                                         *01470015
      * 26/10/15  integrity seals : every stored body is hashed as     *01470215
      *           its rows are written (isptc009) and a MODSEAL-171    *01470415
      *           row records the hash, segment count, row count and   *01470615
      *           the run's compile timestamp for the staged           *01470815
      *           generation; staged seals are replaced with the       *01471015
      *           staged modules.  isptb037 verifies them nightly.     *01471215
      * 26/10/15  code translation : UDC_KEY 904 rows expand their     *01471415
      *           CODEXLT-172 table into code=value rules-entries, and *01471615
      *           a missing table or a rules overflow now fails the    *01471815
      *           record instead of storing a short rules body         *01472015
      *                                                                *01480015
      *----------------------------------------------------------------*01490015
       ENVIRONMENT DIVISION.                                            01500015
           05 W-seg-base-in                      PIC 9(02).             02460015
           05 WS-SYSIN-STATUS                    PIC X(02).             02470015
           05 WS-CMPRPT-STATUS                   PIC X(02).             02480015
           05 W-current-date-area.                                      02480215
              10 W-cd-date                       PIC X(08).             02480415
              10 W-cd-time                       PIC X(06).             02480615
              10 FILLER                          PIC X(07).             02480815
                                                                        02481015
        01 W-HASH-CONTROL.                                              02481215
           05 HASH-FUNCTION                      PIC X(01).             02481415
           05 HASH-LEN                           PIC S9(8) COMP.        02481615
           05 HASH-S1                            PIC S9(8) COMP.        02481815
           05 HASH-S2                            PIC S9(8) COMP.        02482015
           05 HASH-VALUE                         PIC 9(10).             02482215
           05 HASH-HEX                           PIC X(08).             02482415
           05 HASH-RETURN-CODE                   PIC S9(4) COMP.        02482615
                                                                        02482815
        01 RULES-FIELDS.                                                02483015
           05 W-rules-max                    PIC S9(4) COMP.            02483215
           05 W-rules-sw                     PIC X(01).                 02483415
              88 RULES-BUILT                    VALUE 'Y'.              02483615
              88 RULES-FAILED                   VALUE 'N'.              02483815
           05 W-rules-remark                 PIC X(40).                 02484015
           05 W-xlt-pairs                    PIC S9(4) COMP.            02484215
           05 W-code-len                     PIC S9(4) COMP.            02484415
           05 W-value-len                    PIC S9(4) COMP.            02484615
                                                                        02490015
      *    relationship seqs fetched per element row; resolved into    *02500015
      *    byte offsets once the whole walk is in the ele-entry table. *02510015
           02 COPY IDMS RECORD RCDSYNATTR-141.                          03440015
           02 COPY IDMS RECORD LOADHDR-156.                             03450015
           02 COPY IDMS RECORD loadtext-157.                            03460015
           02 COPY IDMS RECORD MODSEAL-171.                             03460215
           02 COPY IDMS RECORD CODEXLT-172.                             03460415
           02 WS-SAVE-DBKEY-TABLE.                                      03470015
              05 WS-SAVE-DBKEY-attr             PIC S9(8) COMP SYNC.    03480015
                                                                        03490015
           OPEN INPUT SYSIN.                                            04390015
           OPEN OUTPUT CMPRPT.                                          04400015
           MOVE 0 TO W-COMPILED-CNT, W-SKIPPED-CNT, W-ERROR-CNT.        04410015
      *    one compile timestamp per run - every seal it writes        *04410215
      *    carries the same stamp.                                     *04410415
           MOVE FUNCTION CURRENT-DATE TO W-current-date-area.           04410615
                                                                        04420015
           compute w-hdr-len = Function length(REC-HEADER).             04430015
           compute w-rec-len = Function Length( rec-entry(1) ).         04440015
           BIND RCDSYNATTR-141                                          05120015
           BIND LOADHDR-156                                             05130015
           BIND loadtext-157                                            05140015
           BIND MODSEAL-171                                             05140215
           BIND CODEXLT-172                                             05140415
           IF ANY-ERROR-STATUS                                          05150015
              PERFORM 9999-DB-ERROR                                     05160015
           END-IF.                                                      05170015
                                                                        06960015
           PERFORM 0800-BUILD-ENDPOINT.                                 06970015
           PERFORM 0900-BUILD-RULES.                                    06980015
      *    a rules body short of its translation pairs must never      *06980215
      *    replace a good one.                                         *06980415
           if RULES-FAILED                                              06980615
              add 1 to W-ERROR-CNT                                      06980815
              move 'ERROR     '           to RPT-VERB                   06981015
              move W-rules-remark         to RPT-REMARK                 06981215
              write CMPRPT-LINE from RPT-ACTION                         06981415
              go to section-exit                                        06981615
           end-if.                                                      06981815
           PERFORM 1100-ERASE-OLD-MODULES.                              06990015
           PERFORM 1150-ERASE-OLD-SEALS.                                06990215
           PERFORM 1200-STORE-MODULES.                                  07000015
                                                                        07010015
           add 1 to W-COMPILED-CNT.                                     07020015
       SECTION-EXIT.                                                    13500015
           EXIT.                                                        13510015
      *----------------------------------------------------------------*13520015
      *  one rules-entry per element row carrying a UDC_KEY 900-903    *13520215
      *  business validation value; a 904 row expands into one entry   *13520415
      *  per pair of the translation table it names (0950).            *13520615
      *----------------------------------------------------------------*13520815
       0900-BUILD-RULES                    SECTION.                     13521015
      *----------------------------------------------------------------*13521215
       SECTION-ENTRY.                                                   13521415
           move '#ISPTRUL'    to RULES-SIGNATURE.                       13521615
           move 0             to RULES-COUNT.                           13521815
           set RULES-BUILT    to true.                                  13522015
           move spaces        to W-rules-remark.                        13522215
           compute W-rules-max =                                        13522415
               ( Function Length(ispt-validation-rules)                 13522615
                 - Function Length(RULES-SIGNATURE)                     13522815
                 - Function Length(RULES-COUNT) )                       13523015
               / Function Length(RULES-ENTRY(1)).                       13523215
           move 0 to w-i.                                               13523415
       rules-loop.                                                      13523615
           add 1 to w-i.                                                13523815
           if w-i > w-ele-tot                                           13524015
              go to section-exit                                        13524215
           end-if.                                                      13524415
           if ELE-UDC-KEY(w-i) = 904                                    13524615
              PERFORM 0950-EXPAND-XLATE-TABLE                           13524815
              if RULES-FAILED                                           13525015
                 go to section-exit                                     13525215
              end-if                                                    13525415
              go to rules-loop                                          13525615
           end-if.                                                      13525815
           if ELE-UDC-KEY(w-i) = 900                                    13526015
            or ELE-UDC-KEY(w-i) = 901                                   13526215
            or ELE-UDC-KEY(w-i) = 902                                   13526415
            or ELE-UDC-KEY(w-i) = 903                                   13526615
              if RULES-COUNT not < W-rules-max                          13526815
                 set RULES-FAILED to true                               13527015
                 move 'RULES TABLE OVERFLOW - NOT COMPILED.'            13527215
                                    to W-rules-remark                   13527415
                 go to section-exit                                     13527615
              end-if                                                    13527815
              add 1 to RULES-COUNT                                      13528015
              move ELE-ELEMENT(w-i) to RULE-ELE(RULES-COUNT)            13528215
              move ELE-UDC-KEY(w-i) to RULE-UDC-KEY(RULES-COUNT)        13528415
              move w-ele-udc-val(w-i)                                   13528615
                                    to RULE-UDC-VAL(RULES-COUNT)        13528815
           end-if.                                                      13529015
           go to rules-loop.                                            13529215
       SECTION-EXIT.                                                    13529415
           EXIT.                                                        13529615
      *----------------------------------------------------------------*13529815
      *  every CODEXLT-172 duplicate under the table name the 904 row  *13530015
      *  carries becomes a rules-entry whose value is the code=value   *13530215
      *  pair.  isptb038 keeps pairs within the 16 bytes; a row that   *13530415
      *  does not fit, an empty table or a full rules body fails the   *13530615
      *  record with the reason in W-rules-remark.                     *13530815
      *----------------------------------------------------------------*13531015
       0950-EXPAND-XLATE-TABLE             SECTION.                     13531215
      *----------------------------------------------------------------*13531415
       SECTION-ENTRY.                                                   13531615
           move 0 to W-xlt-pairs.                                       13531815
           move w-ele-udc-val(w-i) to CODEXLT-TABLE-172.                13532015
           obtain calc CODEXLT-172.                                     13532215
       xlt-loop.                                                        13532415
           if db-rec-not-found                                          13532615
              go to xlt-end                                             13532815
           end-if.                                                      13533015
           perform idms-status.                                         13533215
           move 8 to W-code-len.                                        13533415
       code-rtrim-loop.                                                 13533615
           if W-code-len > 0 and CODEXLT-CODE-172(W-code-len:1) = space 13533815
              subtract 1 from W-code-len                                13534015
              go to code-rtrim-loop                                     13534215
           end-if.                                                      13534415
           move 16 to W-value-len.                                      13534615
       value-rtrim-loop.                                                13534815
           if W-value-len > 0                                           13535015
            and CODEXLT-VALUE-172(W-value-len:1) = space                13535215
              subtract 1 from W-value-len                               13535415
              go to value-rtrim-loop                                    13535615
           end-if.                                                      13535815
           if W-code-len = 0 or W-value-len = 0                         13536015
            or W-code-len + 1 + W-value-len > 16                        13536215
              set RULES-FAILED to true                                  13536415
              move 'XLATE PAIR INVALID - NOT COMPILED.'                 13536615
                                    to W-rules-remark                   13536815
              go to section-exit                                        13537015
           end-if.                                                      13537215
           if RULES-COUNT not < W-rules-max                             13537415
              set RULES-FAILED to true                                  13537615
              move 'RULES TABLE OVERFLOW - NOT COMPILED.'               13537815
                                    to W-rules-remark                   13538015
              go to section-exit                                        13538215
           end-if.                                                      13538415
           add 1 to RULES-COUNT.                                        13538615
           add 1 to W-xlt-pairs.                                        13538815
           move ELE-ELEMENT(w-i) to RULE-ELE(RULES-COUNT).              13539015
           move 904              to RULE-UDC-KEY(RULES-COUNT).          13539215
           move spaces           to RULE-UDC-VAL(RULES-COUNT).          13539415
           STRING CODEXLT-CODE-172(1:W-code-len)                        13539615
                  '='                                                   13539815
                  CODEXLT-VALUE-172(1:W-value-len)                      13540015
               delimited by size into RULE-UDC-VAL(RULES-COUNT).        13540215
           obtain duplicate CODEXLT-172.                                13540415
           go to xlt-loop.                                              13540615
       xlt-end.                                                         13540815
           if W-xlt-pairs = 0                                           13541015
              set RULES-FAILED to true                                  13541215
              STRING 'XLATE TABLE NOT FOUND - '                         13541415
                     w-ele-udc-val(w-i)                                 13541615
                  delimited by size into W-rules-remark                 13541815
           end-if.                                                      13542015
       SECTION-EXIT.                                                    13542215
           EXIT.                                                        13542415
      *----------------------------------------------------------------*13800015
      *  is a live vers-1 module already compiled for this name ?  its *13810015
      *  full body - base rows plus vers-6 #ISPTSEG continuations -    *13820015
       SECTION-EXIT.                                                    16570015
           EXIT.                                                        16580015
      *----------------------------------------------------------------*16590015
      *  the staged seals go with the staged modules they sealed.      *16590215
      *----------------------------------------------------------------*16590415
       1150-ERASE-OLD-SEALS                SECTION.                     16590615
      *----------------------------------------------------------------*16590815
       SECTION-ENTRY.                                                   16591015
       seal-erase-restart.                                              16591215
           move sql-rec-name to MODSEAL-MODNAME-171.                    16591415
           obtain calc  MODSEAL-171.                                    16591615
       seal-erase-loop.                                                 16591815
           IF DB-REC-NOT-FOUND                                          16592015
             GO TO SECTION-EXIT                                         16592215
           END-IF.                                                      16592415
           perform idms-status.                                         16592615
           if MODSEAL-VERS-171 < 11 or MODSEAL-VERS-171 > 13            16592815
              obtain duplicate MODSEAL-171                              16593015
              go to seal-erase-loop                                     16593215
           end-if.                                                      16593415
           erase MODSEAL-171.                                           16593615
           perform idms-status.                                         16593815
           go to seal-erase-restart.                                    16594015
       SECTION-EXIT.                                                    16594215
           EXIT.                                                        16594415
      *----------------------------------------------------------------*16594615
      *  store the three headers - as the STAGED generation, vers =    *16600015
      *  base + 10 - and chunk each body out in 512-byte loadtext      *16610015
      *  lines under its header.                                       *16620015
           store loadhdr-156.                                           17070015
           perform idms-status.                                         17080015
           compute w-rows = ( w-body-len + 511 ) / 512.                 17090015
           move 'I' to HASH-FUNCTION.                                   17090215
           move 0   to HASH-LEN.                                        17090415
           call 'isptc009' using W-HASH-CONTROL                         17090615
                                 ws-buffer(1).                          17090815
           move 0  to w-row.                                            17100015
           move 1  to W-seg.                                            17110015
           move 64 to W-seg-rows-left.                                  17120015
       store-loop.                                                      17130015
           add 1 to w-row.                                              17140015
           if w-row > w-rows                                            17150015
              perform 1400-STORE-SEAL                                   17150215
              go to section-exit                                        17160015
           end-if.                                                      17170015
           if W-seg-rows-left = 0                                       17180015
              move 63 to W-seg-rows-left                                17210015
           end-if.                                                      17220015
           move ws-buffer(w-row) to loadtext-157.                       17230015
           move 'A' to HASH-FUNCTION.                                   17230215
           move 512 to HASH-LEN.                                        17230415
           call 'isptc009' using W-HASH-CONTROL                         17230615
                                 ws-buffer(w-row).                      17230815
           store loadtext-157.                                          17240015
           perform idms-status.                                         17250015
           subtract 1 from W-seg-rows-left.                             17260015
       SECTION-EXIT.                                                    17280015
           EXIT.                                                        17290015
      *----------------------------------------------------------------*17300015
      *  seal the body just stored : its staged base vers, the hash    *17300215
      *  of its rows in order, how many segments and rows it spans.    *17300415
      *----------------------------------------------------------------*17300615
       1400-STORE-SEAL                     SECTION.                     17300815
      *----------------------------------------------------------------*17301015
       SECTION-ENTRY.                                                   17301215
           move sql-rec-name     to MODSEAL-MODNAME-171.                17301415
           compute MODSEAL-VERS-171 = W-base-vers + 10.                 17301615
           move HASH-HEX         to MODSEAL-HASH-171.                   17301815
           move W-seg            to MODSEAL-SEGS-171.                   17302015
           move w-rows           to MODSEAL-ROWS-171.                   17302215
           move W-current-date-area(1:14) to MODSEAL-STAMP-171.         17302415
           move 'ISPTB009'       to MODSEAL-PROGRAM-171.                17302615
           store MODSEAL-171.                                           17302815
           perform idms-status.                                         17303015
       SECTION-EXIT.                                                    17303215
           EXIT.                                                        17303415
      *----------------------------------------------------------------*17303615
      *  open continuation segment W-seg : its header (staged vers =   *17310015
      *  base + 10 + 5) and the #ISPTSEG tag block.  the tag itself    *17320015
      *  carries the canonical live base vers so the chain stays       *17330015
