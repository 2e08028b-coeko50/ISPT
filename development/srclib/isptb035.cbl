      *COBOL PGM SOURCE FOR isptb035                                    00010015
      *RETRIEVAL                                                        00020015
      *DMLIST                                                           00030015
       IDENTIFICATION DIVISION.                                         00040015
       PROGRAM-ID.                     isptb035.                        00050015
       AUTHOR.                         Kosie.                           00060015
       DATE-WRITTEN.                   26/10/15.                        00070015
      *----------------------------------------------------------------*00080015
      *                                                                *00090015
      *                                                                *00100015
      * Transport package export - compiled load modules out of one    *00110015
      * dictionary's load area for promotion into another.             *00120015
      *                                                                *00130015
      * isptb017 proves TEST and PROD describe the same records, but   *00140015
      * the modules themselves were recompiled in PROD and hoped to    *00150015
      * come out identical.  This job unloads the chosen generation    *00160015
      * (LIVE 1-8 or STAGED 11-18) of each named module - the three    *00170015
      * bodies #JSONMAP/#ISPTEPT/#ISPTRUL with their #ISPTSEG          *00180015
      * continuation headers - to a transport file, in the HDR/TXT     *00190015
      * form isptb012 unloads, plus a manifest row per body.           *00200015
      * isptb036 loads the package into the target dictionary.         *00210015
      *                                                                *00220015
      * Header vers on the file are always the canonical live values   *00230015
      * (1/2/3, continuations 6/7/8) whatever generation they came     *00240015
      * from - the #ISPTSEG tags already carry the canonical base, so  *00250015
      * the importer only has to add its own generation offset.        *00260015
      *                                                                *00270015
      * -------------------------------------------------------------  *00280015
      *                                                                *00290015
      * SYSIN control cards, one per module :                          *00300015
      *   01-08   LIVE or STAGED - the generation to export            *00310015
      *   10-17   module name (LOADHDR-MODNAME-156)                    *00320015
      *                                                                *00330015
      * TRANSPT, 526-byte records, type in 01-04 :                     *00340015
      *   PKG     first record - source dictionary, date and time      *00350015
      *   HDR     one per header, modname and canonical vers           *00360015
      *   TXT     one per 512-byte loadtext block under that header    *00370015
      *   MAN     after each body's headers - source REC/RECVER (from  *00380015
      *           the #JSONMAP rec-entry), generation, header and      *00390015
      *           block counts and the isptc009 hash of every TXT      *00400015
      *           block of the body, in file order                     *00410015
      *   END     last record - manifest rows and records before it,   *00420015
      *           so a truncated package is recognised                 *00430015
      *                                                                *00440015
      * EXPRPT : one line per body exported, the manifest as written.  *00450015
      *                                                                *00460015
      * Condition code : 4 when any card named a module (or            *00470015
      * generation) not in the load area, otherwise 0.                 *00480015
      *                                                                *00490015
      * Maintenance                                                    *00500015
      * 26/10/15  new program                                          *00510015
      *                                                                *00520015
      *----------------------------------------------------------------*00530015
       ENVIRONMENT DIVISION.                                            00540015
      *                                                                 00550015
       CONFIGURATION SECTION.                                           00560015
      *SOURCE-COMPUTER.                IBM WITH DEBUGGING MODE.         00570015
      *                                                                 00580015
       IDMS-CONTROL SECTION.                                            00590015
       PROTOCOL.  MODE IS BATCH            DEBUG                        00600015
                  IDMS-RECORDS MANUAL.                                  00610015
      *----------------------------------------------------------------*00620015
      *                                                                *00630015
      *----------------------------------------------------------------*00640015
       INPUT-OUTPUT SECTION.                                            00650015
       FILE-CONTROL.                                                    00660015
           SELECT DICTPARM    ASSIGN TO DICTPARM                        00670015
               FILE STATUS IS WS-DICTPARM-STATUS.                       00680015
           SELECT SYSIN       ASSIGN TO SYSIN                           00690015
               FILE STATUS IS WS-SYSIN-STATUS.                          00700015
           SELECT TRANSPT     ASSIGN TO TRANSPT                         00710015
               FILE STATUS IS WS-TRANSPT-STATUS.                        00720015
           SELECT EXPRPT      ASSIGN TO EXPRPT                          00730015
               FILE STATUS IS WS-EXPRPT-STATUS.                         00740015
      *----------------------------------------------------------------*00750015
      *                                                                *00760015
      *----------------------------------------------------------------*00770015
       DATA DIVISION.                                                   00780015
      *                                                                 00790015
       SCHEMA SECTION.                                                  00800015
       DB    IDMSNWKA WITHIN IDMSNTWK VERSION 1.                        00810015
      *----------------------------------------------------------------*00820015
      *                                                                *00830015
      *----------------------------------------------------------------*00840015
       FILE SECTION.                                                    00850015
       FD  DICTPARM                                                     00860015
           RECORDING MODE IS F.                                         00870015
       01  DICTPARM-CARD.                                               00880015
           05 DP-DICTNAME                     PIC X(08).                00890015
           05 FILLER                          PIC X(72).                00900015
                                                                        00910015
       FD  SYSIN                                                        00920015
           RECORDING MODE IS F.                                         00930015
       01  SYSIN-CARD.                                                  00940015
           05 SI-SCOPE                        PIC X(08).                00950015
           05 FILLER                          PIC X(01).                00960015
           05 SI-MODNAME                      PIC X(08).                00970015
           05 FILLER                          PIC X(63).                00980015
                                                                        00990015
       FD  TRANSPT                                                      01000015
           RECORDING MODE IS F.                                         01010015
       01  TRANSPT-RECORD.                                              01020015
           05 TP-TYPE                         PIC X(04).                01030015
           05 TP-MODNAME                      PIC X(08).                01040015
           05 TP-VERSION                      PIC 9(02).                01050015
           05 TP-DATA                         PIC X(512).               01060015
       01  TRANSPT-PACKAGE REDEFINES TRANSPT-RECORD.                    01070015
           05 FILLER                          PIC X(14).                01080015
           05 PK-SRC-DICT                     PIC X(08).                01090015
           05 PK-DATE                         PIC X(08).                01100015
           05 PK-TIME                         PIC X(06).                01110015
           05 FILLER                          PIC X(490).               01120015
       01  TRANSPT-MANIFEST REDEFINES TRANSPT-RECORD.                   01130015
           05 FILLER                          PIC X(14).                01140015
           05 MF-REC                          PIC X(32).                01150015
           05 MF-RECVER                       PIC 9(04).                01160015
           05 MF-GEN                          PIC X(08).                01170015
           05 MF-HDR-CNT                      PIC 9(04).                01180015
           05 MF-BLK-CNT                      PIC 9(06).                01190015
           05 MF-HASH-VALUE                   PIC 9(10).                01200015
           05 MF-HASH-HEX                     PIC X(08).                01210015
           05 FILLER                          PIC X(440).               01220015
       01  TRANSPT-TRAILER REDEFINES TRANSPT-RECORD.                    01230015
           05 FILLER                          PIC X(14).                01240015
           05 ED-MOD-CNT                      PIC 9(06).                01250015
           05 ED-REC-CNT                      PIC 9(08).                01260015
           05 FILLER                          PIC X(498).               01270015
                                                                        01280015
       FD  EXPRPT                                                       01290015
           RECORDING MODE IS F.                                         01300015
       01  EXPRPT-LINE                        PIC X(132).               01310015
      *----------------------------------------------------------------*01320015
       WORKING-STORAGE SECTION.                                         01330015
        01 FILLER                                 PIC X(50) VALUE       01340015
            '*******  isptb035  WORKING STORAGE STARTS HERE -->'.       01350015
                                                                        01360015
        EXEC SQL BEGIN DECLARE SECTION END-EXEC.                        01370015
        77 wk-dbname                           PIC x(8).                01380015
        77 wk-dictname                         PIC x(8).                01390015
        EXEC SQL  end  DECLARE SECTION END-EXEC.                        01400015
                                                                        01410015
        01 WORK-FIELDS.                                                 01420015
           05 W-eof-sw                           PIC X(01) VALUE 'N'.   01430015
              88 SYSIN-EOF                          VALUE 'Y'.          01440015
           05 W-match-sw                         PIC X(01).             01450015
              88 HEADER-MATCHED                     VALUE 'Y'.          01460015
              88 NO-HEADER-MATCHED                  VALUE 'N'.          01470015
           05 W-gen-name                         PIC X(08).             01480015
           05 W-gen-off                          PIC S9(4) COMP.        01490015
           05 W-base                             PIC S9(4) COMP.        01500015
           05 W-want-vers                        PIC S9(4) COMP.        01510015
           05 W-out-vers                         PIC S9(4) COMP.        01520015
           05 W-hdr-cnt                          PIC S9(4) COMP.        01530015
           05 W-blk-cnt                          PIC S9(8) COMP.        01540015
           05 W-hdr-len                          PIC S9(4) COMP.        01550015
           05 W-rec-len                          PIC S9(4) COMP.        01560015
           05 W-src-rec                          PIC X(32).             01570015
           05 W-src-recver                       PIC S9(4) COMP.        01580015
           05 W-rec-cnt                          PIC S9(8) COMP VALUE 0.01590015
           05 W-mod-cnt                          PIC S9(8) COMP VALUE 0.01600015
           05 W-exported-cnt                     PIC S9(4) COMP VALUE 0.01610015
           05 W-notfound-cnt                     PIC S9(4) COMP VALUE 0.01620015
           05 W-current-date-area.                                      01630015
              10 W-cd-date                       PIC X(08).             01640015
              10 W-cd-time                       PIC X(06).             01650015
              10 FILLER                          PIC X(07).             01660015
           05 WS-SYSIN-STATUS                    PIC X(02).             01670015
           05 WS-TRANSPT-STATUS                  PIC X(02).             01680015
           05 WS-EXPRPT-STATUS                   PIC X(02).             01690015
                                                                        01700015
        01 W-HASH-CONTROL.                                              01710015
           05 HASH-FUNCTION                      PIC X(01).             01720015
           05 HASH-LEN                           PIC S9(8) COMP.        01730015
           05 HASH-S1                            PIC S9(8) COMP.        01740015
           05 HASH-S2                            PIC S9(8) COMP.        01750015
           05 HASH-VALUE                         PIC 9(10).             01760015
           05 HASH-HEX                           PIC X(08).             01770015
           05 HASH-RETURN-CODE                   PIC S9(4) COMP.        01780015
                                                                        01790015
        01 REPORT-FIELDS.                                               01800015
           05 RPT-HEADING.                                              01810015
              10 FILLER          PIC X(30) VALUE                        01820015
                 'TRANSPORT EXPORT FROM DICT '.                         01830015
              10 RPT-H-DICT      PIC X(08).                             01840015
              10 FILLER          PIC X(04) VALUE ' ON '.                01850015
              10 RPT-H-DATE      PIC X(08).                             01860015
           05 RPT-ACTION.                                               01870015
              10 RPT-VERB        PIC X(10).                             01880015
              10 RPT-MODNAME     PIC X(08).                             01890015
              10 FILLER          PIC X(02) VALUE ' V'.                  01900015
              10 RPT-VERSION     PIC 9(02).                             01910015
              10 FILLER          PIC X(05) VALUE ' REC '.               01920015
              10 RPT-REC         PIC X(32).                             01930015
              10 FILLER          PIC X(02) VALUE ' V'.                  01940015
              10 RPT-RECVER      PIC 9(04).                             01950015
              10 FILLER          PIC X(06) VALUE ' HDRS '.              01960015
              10 RPT-HDR-CNT     PIC ZZ9.                               01970015
              10 FILLER          PIC X(06) VALUE ' BLKS '.              01980015
              10 RPT-BLK-CNT     PIC ZZZZZ9.                            01990015
              10 FILLER          PIC X(06) VALUE ' HASH '.              02000015
              10 RPT-HASH        PIC X(08).                             02010015
              10 FILLER          PIC X(01) VALUE SPACE.                 02020015
              10 RPT-REMARK      PIC X(30).                             02030015
           05 RPT-TOTALS.                                               02040015
              10 FILLER          PIC X(15) VALUE 'EXPORT TOTALS -'.     02050015
              10 FILLER          PIC X(11) VALUE ' MODULES = '.         02060015
              10 RPT-EXPORTED    PIC ZZZ9.                              02070015
              10 FILLER          PIC X(10) VALUE ' BODIES = '.          02080015
              10 RPT-BODIES      PIC ZZZ9.                              02090015
              10 FILLER          PIC X(12) VALUE ' NOTFOUND = '.        02100015
              10 RPT-NOTFOUND    PIC ZZZ9.                              02110015
              10 FILLER          PIC X(11) VALUE ' RECORDS = '.         02120015
              10 RPT-RECORDS     PIC ZZZZZZZ9.                          02130015
                                                                        02140015
        01 WS-DICTPARM-FIELDS.                                          02150015
           05 WS-DICTPARM-STATUS                 PIC X(02).             02160015
                                                                        02170015
        01 COPY IDMS SUBSCHEMA-NAMES.                                   02180015
        01 IDMS-WORK-AREA.                                              02190015
           02 COPY IDMS SUBSCHEMA-CTRL.                                 02200015
           02 COPY IDMS RECORD LOADHDR-156.                             02210015
           02 COPY IDMS RECORD loadtext-157.                            02220015
                                                                        02230015
      *    the first #JSONMAP block holds REC-HEADER and the first     *02240015
      *    rec-entry - the source REC/RECVER, the isptc008 decode.     *02250015
        01 w-buffer.                                                    02260015
           02 ws-buffer       pic x(512) occurs 1.                      02270015
                                                                        02280015
        01 DECODE-FIELDS.                                               02290015
           05 COPY IDMS record ispt-jsonschema.                         02300015
      *----------------------------------------------------------------*02310015
       PROCEDURE DIVISION.                                              02320015
      *----------------------------------------------------------------*02330015
      *                                                                *02340015
      *----------------------------------------------------------------*02350015
       0000-MAINLINE                       SECTION.                     02360015
      *----------------------------------------------------------------*02370015
       SECTION-ENTRY.                                                   02380015
           DISPLAY '*  isptb035 ENTRY               *'.                 02390015
           PERFORM 0100-BIND-DATABASE.                                  02400015
           compute W-hdr-len = Function length(REC-HEADER).             02410015
           compute W-rec-len = Function Length( rec-entry(1) ).         02420015
           MOVE FUNCTION CURRENT-DATE TO W-current-date-area.           02430015
           OPEN INPUT SYSIN.                                            02440015
           OPEN OUTPUT TRANSPT, EXPRPT.                                 02450015
                                                                        02460015
           MOVE wk-dictname TO RPT-H-DICT.                              02470015
           MOVE W-cd-date   TO RPT-H-DATE.                              02480015
           WRITE EXPRPT-LINE FROM RPT-HEADING.                          02490015
                                                                        02500015
           MOVE SPACES      TO TRANSPT-RECORD.                          02510015
           MOVE 'PKG '      TO TP-TYPE.                                 02520015
           MOVE 0           TO TP-VERSION.                              02530015
           MOVE wk-dictname TO PK-SRC-DICT.                             02540015
           MOVE W-cd-date   TO PK-DATE.                                 02550015
           MOVE W-cd-time   TO PK-TIME.                                 02560015
           PERFORM 0900-WRITE-TRANSPT.                                  02570015
                                                                        02580015
           PERFORM 0200-PROCESS-CARDS.                                  02590015
                                                                        02600015
           MOVE SPACES      TO TRANSPT-RECORD.                          02610015
           MOVE 'END '      TO TP-TYPE.                                 02620015
           MOVE 0           TO TP-VERSION.                              02630015
           MOVE W-MOD-CNT   TO ED-MOD-CNT.                              02640015
           MOVE W-REC-CNT   TO ED-REC-CNT.                              02650015
           WRITE TRANSPT-RECORD.                                        02660015
                                                                        02670015
           MOVE W-EXPORTED-CNT TO RPT-EXPORTED.                         02680015
           MOVE W-MOD-CNT      TO RPT-BODIES.                           02690015
           MOVE W-NOTFOUND-CNT TO RPT-NOTFOUND.                         02700015
           MOVE W-REC-CNT      TO RPT-RECORDS.                          02710015
           WRITE EXPRPT-LINE FROM RPT-TOTALS.                           02720015
           IF W-NOTFOUND-CNT > 0                                        02730015
              MOVE 4 TO RETURN-CODE                                     02740015
           END-IF.                                                      02750015
                                                                        02760015
           PERFORM 9000-FINISH.                                         02770015
           CLOSE SYSIN, TRANSPT, EXPRPT.                                02780015
           EXIT PROGRAM.                                                02790015
           STOP RUN.                                                    02800015
       SECTION-EXIT.                                                    02810015
           EXIT.                                                        02820015
      *----------------------------------------------------------------*02830015
      *  the dictionary name is a runtime parameter : one DICTPARM     *02840015
      *  card overrides the ISPTDICT default, so the same tooling can  *02850015
      *  be pointed at the test dictionary.                            *02860015
      *----------------------------------------------------------------*02870015
       0080-GET-DICTNAME                   SECTION.                     02880015
      *----------------------------------------------------------------*02890015
       SECTION-ENTRY.                                                   02900015
           move 'ISPTDICT' to wk-dictname.                              02910015
           OPEN INPUT DICTPARM.                                         02920015
           IF WS-DICTPARM-STATUS = '00'                                 02930015
              READ DICTPARM                                             02940015
                 AT END CONTINUE                                        02950015
                 NOT AT END                                             02960015
                    IF DP-DICTNAME NOT = SPACES                         02970015
                       MOVE DP-DICTNAME TO wk-dictname                  02980015
                    END-IF                                              02990015
              END-READ                                                  03000015
              CLOSE DICTPARM                                            03010015
           END-IF.                                                      03020015
       SECTION-EXIT.                                                    03030015
           EXIT.                                                        03040015
      *----------------------------------------------------------------*03050015
       0100-BIND-DATABASE                  SECTION.                     03060015
      *----------------------------------------------------------------*03070015
       SECTION-ENTRY.                                                   03080015
           perform 0080-GET-DICTNAME.                                   03090015
                                                                        03100015
           exec sql                                                     03110015
               select segment                                           03120015
                 into :wk-dbname                                        03130015
               from system.schema                                       03140015
               where name = :wk-dictname                                03150015
           end-exec.                                                    03160015
                                                                        03170015
           if sqlcode not = 0                                           03180015
              display ' isptb035 Error getting DB-NAME, sqlcode='       03190015
                 sqlcode ' state: ' sqlstate                            03200015
              go to section-exit                                        03210015
           end-if.                                                      03220015
                                                                        03230015
           MOVE 'ISPTB035' TO PROGRAM-NAME.                             03240015
           BIND RUN-UNIT  dbname wk-dbname                              03250015
           IF ANY-ERROR-STATUS                                          03260015
              PERFORM 9999-DB-ERROR                                     03270015
           END-IF                                                       03280015
           BIND LOADHDR-156                                             03290015
           BIND loadtext-157                                            03300015
           IF ANY-ERROR-STATUS                                          03310015
              PERFORM 9999-DB-ERROR                                     03320015
           END-IF.                                                      03330015
           ready  ddldclod usage-mode retrieval.                        03340015
       SECTION-EXIT.                                                    03350015
           EXIT.                                                        03360015
      *----------------------------------------------------------------*03370015
      *  one card, one module : the generation must hold the vers-1    *03380015
      *  #JSONMAP header, then each of the three bodies is unloaded.   *03390015
      *----------------------------------------------------------------*03400015
       0200-PROCESS-CARDS                  SECTION.                     03410015
      *----------------------------------------------------------------*03420015
       SECTION-ENTRY.                                                   03430015
       card-loop.                                                       03440015
           READ SYSIN                                                   03450015
               AT END SET SYSIN-EOF TO TRUE.                            03460015
           if SYSIN-EOF                                                 03470015
              go to section-exit                                        03480015
           end-if.                                                      03490015
           if SI-MODNAME = spaces                                       03500015
              go to card-loop                                           03510015
           end-if.                                                      03520015
           move SI-MODNAME to RPT-MODNAME.                              03530015
           move 0          to RPT-VERSION, RPT-RECVER,                  03540015
                              RPT-HDR-CNT, RPT-BLK-CNT.                 03550015
           move spaces     to RPT-REC, RPT-HASH.                        03560015
           evaluate SI-SCOPE                                            03570015
              when 'LIVE    '                                           03580015
                 move  0 to W-gen-off                                   03590015
              when 'STAGED  '                                           03600015
                 move 10 to W-gen-off                                   03610015
              when other                                                03620015
                 add 1 to W-NOTFOUND-CNT                                03630015
                 move 'INVALID   ' to RPT-VERB                          03640015
                 move 'SCOPE MUST BE LIVE OR STAGED.' to RPT-REMARK     03650015
                 write EXPRPT-LINE from RPT-ACTION                      03660015
                 go to card-loop                                        03670015
           end-evaluate.                                                03680015
           move SI-SCOPE to W-gen-name.                                 03690015
                                                                        03700015
           compute W-want-vers = 1 + W-gen-off.                         03710015
           perform 0300-FIND-HEADER.                                    03720015
           if NO-HEADER-MATCHED                                         03730015
              add 1 to W-NOTFOUND-CNT                                   03740015
              move 'NOTFOUND  ' to RPT-VERB                             03750015
              move 'NO #JSONMAP IN THAT GENERATION.' to RPT-REMARK      03760015
              write EXPRPT-LINE from RPT-ACTION                         03770015
              go to card-loop                                           03780015
           end-if.                                                      03790015
                                                                        03800015
           add 1 to W-EXPORTED-CNT.                                     03810015
           move spaces to W-src-rec.                                    03820015
           move 0      to W-src-recver.                                 03830015
           move 1      to W-base.                                       03840015
       body-loop.                                                       03850015
           if W-base > 3                                                03860015
              go to card-loop                                           03870015
           end-if.                                                      03880015
           perform 0400-EXPORT-BODY.                                    03890015
           add 1 to W-base.                                             03900015
           go to body-loop.                                             03910015
       SECTION-EXIT.                                                    03920015
           EXIT.                                                        03930015
      *----------------------------------------------------------------*03940015
      *  is a header with this module name and W-want-vers stored ?    *03950015
      *----------------------------------------------------------------*03960015
       0300-FIND-HEADER                    SECTION.                     03970015
      *----------------------------------------------------------------*03980015
       SECTION-ENTRY.                                                   03990015
           set NO-HEADER-MATCHED to true.                               04000015
           move SI-MODNAME to loadhdr-modname-156.                      04010015
           obtain calc  loadhdr-156.                                    04020015
       find-loop.                                                       04030015
           if db-rec-not-found                                          04040015
              go to section-exit                                        04050015
           end-if.                                                      04060015
           perform idms-status.                                         04070015
           if loadhdr-vers-156 = W-want-vers                            04080015
              set HEADER-MATCHED to true                                04090015
              go to section-exit                                        04100015
           end-if.                                                      04110015
           obtain duplicate loadhdr-156.                                04120015
           go to find-loop.                                             04130015
       SECTION-EXIT.                                                    04140015
           EXIT.                                                        04150015
      *----------------------------------------------------------------*04160015
      *  one body (W-base 1/2/3) : its base header, then every         *04170015
      *  continuation header (base + 5), hashed as written, then the   *04180015
      *  manifest row.                                                 *04190015
      *----------------------------------------------------------------*04200015
       0400-EXPORT-BODY                    SECTION.                     04210015
      *----------------------------------------------------------------*04220015
       SECTION-ENTRY.                                                   04230015
           move 0 to W-HDR-CNT, W-BLK-CNT.                              04240015
           move 'I' to HASH-FUNCTION.                                   04250015
           move 0   to HASH-LEN.                                        04260015
           call 'isptc009' using W-HASH-CONTROL                         04270015
                                  loadtext-157.                         04280015
                                                                        04290015
           compute W-want-vers = W-base + W-gen-off.                    04300015
           move W-base to W-out-vers.                                   04310015
           perform 0500-EXPORT-CHAINS.                                  04320015
           compute W-want-vers = W-base + 5 + W-gen-off.                04330015
           compute W-out-vers  = W-base + 5.                            04340015
           perform 0500-EXPORT-CHAINS.                                  04350015
                                                                        04360015
           move W-base to RPT-VERSION.                                  04370015
           if W-HDR-CNT = 0                                             04380015
              move 'MISSING   ' to RPT-VERB                             04390015
              move 0            to RPT-HDR-CNT, RPT-BLK-CNT             04400015
              move spaces       to RPT-HASH                             04410015
              move 'BODY NOT IN THAT GENERATION.' to RPT-REMARK         04420015
              write EXPRPT-LINE from RPT-ACTION                         04430015
              go to section-exit                                        04440015
           end-if.                                                      04450015
                                                                        04460015
           move spaces        to TRANSPT-RECORD.                        04470015
           move 'MAN '        to TP-TYPE.                               04480015
           move SI-MODNAME    to TP-MODNAME.                            04490015
           move W-base        to TP-VERSION.                            04500015
           move W-src-rec     to MF-REC.                                04510015
           move W-src-recver  to MF-RECVER.                             04520015
           move W-gen-name    to MF-GEN.                                04530015
           move W-HDR-CNT     to MF-HDR-CNT.                            04540015
           move W-BLK-CNT     to MF-BLK-CNT.                            04550015
           move HASH-VALUE    to MF-HASH-VALUE.                         04560015
           move HASH-HEX      to MF-HASH-HEX.                           04570015
           perform 0900-WRITE-TRANSPT.                                  04580015
           add 1 to W-MOD-CNT.                                          04590015
                                                                        04600015
           move 'EXPORTED  '  to RPT-VERB.                              04610015
           move W-src-rec     to RPT-REC.                               04620015
           move W-src-recver  to RPT-RECVER.                            04630015
           move W-HDR-CNT     to RPT-HDR-CNT.                           04640015
           move W-BLK-CNT     to RPT-BLK-CNT.                           04650015
           move HASH-HEX      to RPT-HASH.                              04660015
           move W-gen-name    to RPT-REMARK.                            04670015
           write EXPRPT-LINE from RPT-ACTION.                           04680015
       SECTION-EXIT.                                                    04690015
           EXIT.                                                        04700015
      *----------------------------------------------------------------*04710015
      *  every header of the module carrying W-want-vers goes out as   *04720015
      *  HDR W-out-vers plus its loadtext blocks as TXT.  retrieval    *04730015
      *  only, so the calc chain is walked straight through.           *04740015
      *----------------------------------------------------------------*04750015
       0500-EXPORT-CHAINS                  SECTION.                     04760015
      *----------------------------------------------------------------*04770015
       SECTION-ENTRY.                                                   04780015
           move SI-MODNAME to loadhdr-modname-156.                      04790015
           obtain calc  loadhdr-156.                                    04800015
       chain-hdr-loop.                                                  04810015
           if db-rec-not-found                                          04820015
              go to section-exit                                        04830015
           end-if.                                                      04840015
           perform idms-status.                                         04850015
           if loadhdr-vers-156 not = W-want-vers                        04860015
              go to chain-next-hdr                                      04870015
           end-if.                                                      04880015
           add 1 to W-HDR-CNT.                                          04890015
           move 'HDR '      to TP-TYPE.                                 04900015
           move SI-MODNAME  to TP-MODNAME.                              04910015
           move W-out-vers  to TP-VERSION.                              04920015
           move spaces      to TP-DATA.                                 04930015
           perform 0900-WRITE-TRANSPT.                                  04940015
           obtain first loadtext-157 within loadhdr-loadtext.           04950015
       chain-txt-loop.                                                  04960015
           if db-end-of-set                                             04970015
              go to chain-next-hdr                                      04980015
           end-if.                                                      04990015
           perform idms-status.                                         05000015
           add 1 to W-BLK-CNT.                                          05010015
           move 'TXT '      to TP-TYPE.                                 05020015
           move SI-MODNAME  to TP-MODNAME.                              05030015
           move W-out-vers  to TP-VERSION.                              05040015
           move loadtext-157 to TP-DATA.                                05050015
           perform 0900-WRITE-TRANSPT.                                  05060015
           move 'A' to HASH-FUNCTION.                                   05070015
           move 512 to HASH-LEN.                                        05080015
           call 'isptc009' using W-HASH-CONTROL                         05090015
                                  loadtext-157.                         05100015
           if W-out-vers = 1 and W-BLK-CNT = 1                          05110015
              perform 0600-DECODE-SOURCE                                05120015
           end-if.                                                      05130015
           obtain next loadtext-157 within loadhdr-loadtext.            05140015
           go to chain-txt-loop.                                        05150015
       chain-next-hdr.                                                  05160015
           obtain duplicate loadhdr-156.                                05170015
           go to chain-hdr-loop.                                        05180015
       SECTION-EXIT.                                                    05190015
           EXIT.                                                        05200015
      *----------------------------------------------------------------*05210015
      *  the source REC/RECVER the #JSONMAP was compiled from.         *05220015
      *----------------------------------------------------------------*05230015
       0600-DECODE-SOURCE                  SECTION.                     05240015
      *----------------------------------------------------------------*05250015
       SECTION-ENTRY.                                                   05260015
           if loadtext-157(1:8) not = '#JSONMAP'                        05270015
              go to section-exit                                        05280015
           end-if.                                                      05290015
           move loadtext-157 to ws-buffer(1).                           05300015
           move w-buffer(1:W-hdr-len) to REC-HEADER.                    05310015
           move w-buffer(W-hdr-len + 1:W-rec-len)                       05320015
             to REC-INFO(1:W-rec-len).                                  05330015
           move REC-NAME(1)    to W-src-rec.                            05340015
           move REC-VERSION(1) to W-src-recver.                         05350015
       SECTION-EXIT.                                                    05360015
           EXIT.                                                        05370015
      *----------------------------------------------------------------*05380015
       0900-WRITE-TRANSPT                  SECTION.                     05390015
      *----------------------------------------------------------------*05400015
       SECTION-ENTRY.                                                   05410015
           write TRANSPT-RECORD.                                        05420015
           add 1 to W-REC-CNT.                                          05430015
       SECTION-EXIT.                                                    05440015
           EXIT.                                                        05450015
      *----------------------------------------------------------------*05460015
       9000-FINISH                         SECTION.                     05470015
      *----------------------------------------------------------------*05480015
       SECTION-ENTRY.                                                   05490015
           finish.                                                      05500015
       SECTION-EXIT.                                                    05510015
           EXIT.                                                        05520015
      *----------------------------------------------------------------*05530015
       copy idms idms-status.                                           05540015
      *----------------------------------------------------------------*05550015
       9999-DB-ERROR                       SECTION.                     05560015
      *----------------------------------------------------------------*05570015
       SECTION-ENTRY.                                                   05580015
           DISPLAY '       9999-DB-ERROR'.                              05590015
           EXIT PROGRAM.                                                05600015
           STOP RUN.                                                    05610015
       SECTION-EXIT.                                                    05620015
           EXIT.                                                        05630015
