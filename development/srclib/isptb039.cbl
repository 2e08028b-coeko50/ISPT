      *COBOL PGM SOURCE FOR isptb039                                    00010015
      *RETRIEVAL                                                        00020015
      *DMLIST                                                           00030015
       IDENTIFICATION DIVISION.                                         00040015
       PROGRAM-ID.                     isptb039.                        00050015
       AUTHOR.                         Kosie.                           00060015
       DATE-WRITTEN.                   26/10/15.                        00070015
      *----------------------------------------------------------------*00080015
      *                                                                *00090015
      *                                                                *00100015
      * Copybook drift detector - the check that stands between a      *00110015
      * hand-edited copybook and the compile that ships it.            *00120015
      *                                                                *00130015
      * isptb023 generates each LANGUAGE=JSON record's copybook from   *00140015
      * ISPT.RECORD_INFO, but the application PDS copy is still        *00150015
      * edited by hand afterwards, and a layout that no longer         *00160015
      * matches the jsonmap puts isptc005 fields at the wrong          *00170015
      * ELE-OFFSET in production.  This job reads the unloaded         *00180015
      * copybook PDS, lays each member out the way the compiler        *00190015
      * would (level, PIC, usage, offset, length, OCCURS and           *00200015
      * DEPENDING ON), and diffs that element by element against the   *00210015
      * RECORD_INFO walk for the record's live RECVER - the isptb008   *00220015
      * ADDED/REMOVED/CHANGED comparison, one record at a time.        *00230015
      *                                                                *00240015
      * The records are the isptb006/isptb023 traversal of every       *00250015
      * RCDSYN-079 carrying the LANGUAGE=JSON attribute.  The live     *00260015
      * RECVER is the REC-VERSION(1) of the record's vers-1 module     *00270015
      * body (the isptc008 3100-DECODE-HEADER decode); a record not    *00280015
      * yet compiled is checked against its dictionary RSYN version    *00290015
      * and flagged as such on the report.  Member names follow the    *00300015
      * isptb023 derivation so the generated copybook is found.        *00310015
      *                                                                *00320015
      * Elements are paired on the isptb023 generated data name        *00330015
      * (PREFIX + ELE, FILLER unprefixed, capped at 30) and its        *00340015
      * occurrence number, so repeated FILLERs pair in physical        *00350015
      * order.  Exceptions, one report line each :                     *00360015
      *   MISSING    row in RECORD_INFO, no such item in the copybook  *00370015
      *   EXTRA      item in the copybook, no such RECORD_INFO row     *00380015
      *   LEVEL / GROUP / OFFSET / LENGTH / OCCURS / DEPENDING /       *00390015
      *   PIC / USAGE   the paired item lays out differently           *00400015
      * A JSON record with no member in the unload is reported         *00410015
      * NO MEMBER.                                                     *00420015
      *                                                                *00430015
      * Return code : 8 any drift exception (hold the compile) - an    *00440015
      *               CPYUNLD or DRIFTRPT that will not open counts    *00440215
      *               as one,                                          *00440415
      *               4 no drift but a record had no member,           *00450015
      *               0 every copybook matches.                        *00460015
      *                                                                *00470015
      * -------------------------------------------------------------  *00480015
      *                                                                *00490015
      * CPYUNLD is the IEBPTPCH PUNCH TYPORG=PO unload of the          *00500015
      * copybook PDS : a control byte then the 80-byte source line,    *00510015
      * each member introduced by a MEMBER NAME line.  An unload       *00520015
      * written without the control byte (MEMBER NAME in column 1)     *00530015
      * is accepted as well.                                           *00540015
      *                                                                *00550015
      * SYSIN (optional) pins a record to a member name where the      *00560015
      * application copybook does not carry the derived name :         *00570015
      *   columns  1-32  REC name                                      *00580015
      *   columns 34-41  member name                                   *00590015
      *                                                                *00600015
      * Same ATTR-RCDSYNATT set assumption documented in isptb006,     *00610015
      * and the REDEF_SEQ column documented in isptb023.  Offset is    *00620015
      * the 0-based byte offset isptb009 carries into ELE-OFFSET,      *00630015
      * MODE the usage code it carries into ELE-USAGE (0 DISPLAY,      *00640015
      * 1 COMP, 2 COMP-3, 3 COMP-1, 4 COMP-2), and LEN the length of   *00650015
      * one occurrence.  PIC strings are compared expanded - 99V99     *00660015
      * and 9(2)V9(2) are the same picture.                            *00670015
      *                                                                *00680015
      * Maintenance                                                    *00690015
      * 26/10/15  new program                                          *00700015
      *                                                                *00710015
      *----------------------------------------------------------------*00720015
       ENVIRONMENT DIVISION.                                            00730015
      *                                                                 00740015
       CONFIGURATION SECTION.                                           00750015
      *SOURCE-COMPUTER.                IBM WITH DEBUGGING MODE.         00760015
      *                                                                 00770015
       IDMS-CONTROL SECTION.                                            00780015
       PROTOCOL.  MODE IS BATCH            DEBUG                        00790015
                  IDMS-RECORDS MANUAL.                                  00800015
      *----------------------------------------------------------------*00810015
      *                                                                *00820015
      *----------------------------------------------------------------*00830015
       INPUT-OUTPUT SECTION.                                            00840015
       FILE-CONTROL.                                                    00850015
           SELECT DICTPARM    ASSIGN TO DICTPARM                        00860015
               FILE STATUS IS WS-DICTPARM-STATUS.                       00870015
           SELECT SYSIN       ASSIGN TO SYSIN                           00880015
               FILE STATUS IS WS-SYSIN-STATUS.                          00890015
           SELECT CPYUNLD     ASSIGN TO CPYUNLD                         00900015
               FILE STATUS IS WS-CPYUNLD-STATUS.                        00910015
           SELECT DRIFTRPT    ASSIGN TO DRIFTRPT                        00920015
               FILE STATUS IS WS-DRIFTRPT-STATUS.                       00930015
      *----------------------------------------------------------------*00940015
      *                                                                *00950015
      *----------------------------------------------------------------*00960015
       DATA DIVISION.                                                   00970015
      *                                                                 00980015
       SCHEMA SECTION.                                                  00990015
       DB    IDMSNWKA WITHIN IDMSNTWK VERSION 1.                        01000015
      *----------------------------------------------------------------*01010015
      *                                                                *01020015
      *----------------------------------------------------------------*01030015
       FILE SECTION.                                                    01040015
       FD  DICTPARM                                                     01050015
           RECORDING MODE IS F.                                         01060015
       01  DICTPARM-CARD.                                               01070015
           05 DP-DICTNAME                     PIC X(08).                01080015
           05 FILLER                          PIC X(72).                01090015
                                                                        01100015
       FD  SYSIN                                                        01110015
           RECORDING MODE IS F.                                         01120015
       01  SYSIN-CARD.                                                  01130015
           05 SC-REC-NAME                     PIC X(32).                01140015
           05 FILLER                          PIC X(01).                01150015
           05 SC-MEMBER                       PIC X(08).                01160015
           05 FILLER                          PIC X(39).                01170015
                                                                        01180015
       FD  CPYUNLD                                                      01190015
           RECORDING MODE IS F.                                         01200015
       01  CPYUNLD-RECORD                     PIC X(81).                01210015
                                                                        01220015
       FD  DRIFTRPT                                                     01230015
           RECORDING MODE IS F.                                         01240015
       01  DRIFTRPT-LINE                      PIC X(132).               01250015
      *----------------------------------------------------------------*01260015
       WORKING-STORAGE SECTION.                                         01270015
        01 FILLER                                 PIC X(50) VALUE       01280015
            '*******  isptb039  WORKING STORAGE STARTS HERE -->'.       01290015
                                                                        01300015
        01 WORK-FIELDS.                                                 01310015
           05 W-i                                PIC S9(4) COMP.        01320015
           05 W-j                                PIC S9(4) COMP.        01330015
           05 W-k                                PIC S9(4) COMP.        01340015
           05 W-ix                               PIC S9(4) COMP.        01350015
           05 W-jx                               PIC S9(4) COMP.        01360015
           05 W-cx                               PIC S9(4) COMP.        01370015
           05 W-want-seq                         PIC S9(4) COMP.        01380015
           05 W-found-ix                         PIC S9(4) COMP.        01390015
           05 W-cur-tgt                          PIC S9(4) COMP.        01400015
           05 W-cc                               PIC S9(4) COMP.        01410015
           05 W-hdr-len                          PIC S9(4) COMP.        01420015
           05 W-rec-len                          PIC S9(4) COMP.        01430015
           05 W-live-recver                      PIC S9(4) COMP.        01440015
           05 W-member                           PIC X(08).             01450015
           05 W-dup-seq                          PIC 9(02).             01460015
           05 W-name                             PIC X(40).             01470015
           05 W-name-len                         PIC S9(4) COMP.        01480015
           05 W-num-edit                         PIC 9(05).             01490015
           05 W-eof-sw                           PIC X(01).             01500015
              88 CPYUNLD-EOF                           VALUE 'Y'.       01510015
           05 W-sysin-eof-sw                     PIC X(01).             01520015
              88 SYSIN-EOF                             VALUE 'Y'.       01530015
           05 W-stop-sw                          PIC X(01).             01540015
              88 PARSE-STOPPED                         VALUE 'Y'.       01550015
           05 W-record-cnt                       PIC S9(4) COMP.        01560015
           05 W-clean-cnt                        PIC S9(4) COMP.        01570015
           05 W-drift-cnt                        PIC S9(4) COMP.        01580015
           05 W-nomember-cnt                     PIC S9(4) COMP.        01590015
           05 W-exception-cnt                    PIC S9(8) COMP.        01600015
           05 W-rec-exc-cnt                      PIC S9(4) COMP.        01610015
           05 WS-SYSIN-STATUS                    PIC X(02).             01620015
           05 WS-CPYUNLD-STATUS                  PIC X(02).             01630015
           05 WS-DRIFTRPT-STATUS                 PIC X(02).             01640015
                                                                        01650015
      *    copybook statement assembly - one source statement is       *01660015
      *    gathered across lines up to its terminating period, then    *01670015
      *    taken apart token by token.                                 *01680015
        01 PARSE-FIELDS.                                                01690015
           05 W-line                             PIC X(80).             01700015
           05 W-stmt                             PIC X(400).            01710015
           05 W-stmt-len                         PIC S9(4) COMP.        01720015
           05 W-sx                               PIC S9(4) COMP.        01730015
           05 W-char                             PIC X(01).             01740015
           05 W-quote-sw                         PIC X(01).             01750015
              88 IN-QUOTE                              VALUE 'Y'.       01760015
           05 W-quote-char                       PIC X(01).             01770015
           05 W-tok                              PIC X(40).             01780015
           05 W-tok-len                          PIC S9(4) COMP.        01790015
           05 W-expect                           PIC X(01).             01800015
           05 W-usage-found                      PIC S9(4) COMP.        01810015
           05 W-num-x                            PIC X(04).             01820015
           05 W-num-9 REDEFINES W-num-x          PIC 9(04).             01830015
           05 W-digit-x                          PIC X(01).             01840015
           05 W-digit   REDEFINES W-digit-x      PIC 9(01).             01850015
                                                                        01860015
      *    PIC analysis - the expanded picture plus the counts the     *01870015
      *    storage length is computed from.                            *01880015
        01 PIC-FIELDS.                                                  01890015
           05 W-pic-in                           PIC X(30).             01900015
           05 W-pic-canon                        PIC X(30).             01910015
           05 W-pic-canon-len                    PIC S9(4) COMP.        01920015
           05 W-pic-disp                         PIC S9(8) COMP.        01930015
           05 W-pic-digits                       PIC S9(8) COMP.        01940015
           05 W-pic-signed                       PIC X(01).             01950015
           05 W-pic-px                           PIC S9(4) COMP.        01960015
           05 W-pic-sym                          PIC X(01).             01970015
           05 W-pic-rep                          PIC S9(8) COMP.        01980015
           05 W-run-sym                          PIC X(01).             01990015
           05 W-run-cnt                          PIC S9(8) COMP.        02000015
           05 W-dict-canon                       PIC X(30).             02010015
           05 W-size                             PIC S9(8) COMP.        02020015
           05 W-times                            PIC S9(8) COMP.        02030015
           05 W-rec-next                         PIC S9(8) COMP.        02040015
                                                                        02050015
      *    the JSON records to check, in dictionary walk order.        *02060015
        01 TARGET-TABLE.                                                02070015
           02 w-tgt-max                      PIC S9(4) COMP VALUE 500.  02080015
           02 w-tgt-tot                      PIC S9(4) COMP VALUE 0.    02090015
           02 tgt-entry occurs 500 times.                               02100015
              05 tgt-rec                     PIC X(32).                 02110015
              05 tgt-recver                  PIC S9(4) COMP.            02120015
              05 tgt-member                  PIC X(08).                 02130015
              05 tgt-source                  PIC X(01).                 02140015
                 88 TGT-LIVE                         VALUE 'L'.         02150015
                 88 TGT-DICTIONARY                   VALUE 'D'.         02160015
              05 tgt-seen                    PIC X(01).                 02170015
                                                                        02180015
      *    SYSIN record-to-member overrides.                           *02190015
        01 OVERRIDE-TABLE.                                              02200015
           02 w-ovr-max                      PIC S9(4) COMP VALUE 100.  02210015
           02 w-ovr-tot                      PIC S9(4) COMP VALUE 0.    02220015
           02 ovr-entry occurs 100 times.                               02230015
              05 ovr-rec                     PIC X(32).                 02240015
              05 ovr-member                  PIC X(08).                 02250015
                                                                        02260015
      *    the RECORD_INFO element walk for the live RECVER, in SEQ    *02270015
      *    (physical) order.                                           *02280015
        01 DICT-ROW-TABLE.                                              02290015
           02 w-row-max                      PIC S9(4) COMP VALUE 500.  02300015
           02 w-row-tot                      PIC S9(4) COMP.            02310015
           02 row-entry occurs 500 times.                               02320015
              05 row-ele                     PIC X(32).                 02330015
              05 row-prefix                  PIC X(08).                 02340015
              05 row-seq                     PIC S9(4) COMP.            02350015
              05 row-lvl                     PIC S9(4) COMP.            02360015
              05 row-isgrp                   PIC X(01).                 02370015
              05 row-elepic                  PIC X(08).                 02380015
              05 row-mode                    PIC S9(4) COMP.            02390015
              05 row-offset                  PIC S9(8) COMP.            02400015
              05 row-len                     PIC S9(8) COMP.            02410015
              05 row-occ                     PIC S9(4) COMP.            02420015
              05 row-occdepend               PIC S9(4) COMP.            02430015
              05 row-name                    PIC X(30).                 02440015
              05 row-ord                     PIC S9(4) COMP.            02450015
                                                                        02460015
      *    the copybook member as the compiler would lay it out.       *02470015
        01 COPY-FIELD-TABLE.                                            02480015
           02 w-cpy-max                      PIC S9(4) COMP VALUE 500.  02490015
           02 w-cpy-tot                      PIC S9(4) COMP.            02500015
           02 cpy-entry occurs 500 times.                               02510015
              05 cpy-lvl                     PIC S9(4) COMP.            02520015
              05 cpy-name                    PIC X(30).                 02530015
              05 cpy-pic                     PIC X(30).                 02540015
              05 cpy-usage                   PIC S9(4) COMP.            02550015
              05 cpy-occ                     PIC S9(4) COMP.            02560015
              05 cpy-depend                  PIC X(30).                 02570015
              05 cpy-redef                   PIC X(30).                 02580015
              05 cpy-isgrp                   PIC X(01).                 02590015
              05 cpy-signsep                 PIC X(01).                 02600015
              05 cpy-parent                  PIC S9(4) COMP.            02610015
              05 cpy-size                    PIC S9(8) COMP.            02620015
              05 cpy-offset                  PIC S9(8) COMP.            02630015
              05 cpy-next                    PIC S9(8) COMP.            02640015
              05 cpy-ord                     PIC S9(4) COMP.            02650015
              05 cpy-matched                 PIC X(01).                 02660015
                                                                        02670015
        01 REPORT-FIELDS.                                               02680015
           05 RPT-RECORD.                                               02690015
              10 FILLER          PIC X(10) VALUE 'RECORD   :'.          02700015
              10 RPT-REC         PIC X(32).                             02710015
              10 FILLER          PIC X(08) VALUE ' RECVER '.            02720015
              10 RPT-RECVER      PIC ZZZ9.                              02730015
              10 FILLER          PIC X(08) VALUE ' MEMBER '.            02740015
              10 RPT-MEMBER      PIC X(08).                             02750015
              10 FILLER          PIC X(01) VALUE SPACE.                 02760015
              10 RPT-SOURCE      PIC X(30).                             02770015
           05 RPT-DRIFT.                                                02780015
              10 FILLER          PIC X(10) VALUE 'DRIFT    :'.          02790015
              10 RPT-DR-KIND     PIC X(10).                             02800015
              10 RPT-DR-ELE      PIC X(32).                             02810015
              10 FILLER          PIC X(07) VALUE ' DICT= '.             02820015
              10 RPT-DR-DICT     PIC X(24).                             02830015
              10 FILLER          PIC X(07) VALUE ' COPY= '.             02840015
              10 RPT-DR-COPY     PIC X(24).                             02850015
           05 RPT-RESULT.                                               02860015
              10 FILLER          PIC X(10) VALUE 'RESULT   :'.          02870015
              10 RPT-RES-TEXT    PIC X(32).                             02880015
              10 RPT-RES-CNT     PIC ZZZZ.                              02890015
           05 RPT-TOTALS.                                               02900015
              10 FILLER          PIC X(23)                              02910015
                                 VALUE 'DRIFT TOTALS  RECORDS ='.       02920015
              10 RPT-TOT-RECORDS PIC ZZZ9.                              02930015
              10 FILLER          PIC X(08) VALUE '  CLEAN='.            02940015
              10 RPT-TOT-CLEAN   PIC ZZZ9.                              02950015
              10 FILLER          PIC X(10) VALUE '  DRIFTED='.          02960015
              10 RPT-TOT-DRIFTED PIC ZZZ9.                              02970015
              10 FILLER          PIC X(12) VALUE '  NO MEMBER='.        02980015
              10 RPT-TOT-NOMBR   PIC ZZZ9.                              02990015
              10 FILLER          PIC X(13) VALUE '  EXCEPTIONS='.       03000015
              10 RPT-TOT-EXC     PIC ZZZZZ9.                            03010015
           05 W-drift-kind       PIC X(10).                             03020015
           05 W-drift-ele        PIC X(32).                             03030015
           05 W-dict-text        PIC X(24).                             03040015
           05 W-copy-text        PIC X(24).                             03050015
           05 W-val-ed           PIC -(7)9.                             03060015
                                                                        03070015
        EXEC SQL BEGIN DECLARE SECTION END-EXEC.                        03080015
        77 wk-dbname                           PIC x(8).                03090015
        77 wk-dictname                         PIC x(8).                03100015
        77 sql-rec-name                        PIC X(32).               03110015
        77 sql-recver                          PIC S9(4) COMP.          03120015
        77 sql-ele                             PIC X(32).               03130015
        77 sql-prefix                          PIC X(8).                03140015
        77 sql-seq                             PIC S9(8) COMP.          03150015
        77 sql-lvl                             PIC S9(4) COMP.          03160015
        77 sql-isgrp                           PIC X(1).                03170015
        77 sql-elepic                          PIC X(8).                03180015
        77 sql-mode                            PIC S9(4) COMP.          03190015
        77 sql-offset                          PIC S9(4) COMP.          03200015
        77 sql-len                             PIC S9(4) COMP.          03210015
        77 sql-occ                             PIC S9(4) COMP.          03220015
        77 sql-occdepend-seq                   PIC S9(4) COMP.          03230015
      *    null indicators - OCCDEPEND/PREFIX columns are null         *03240015
      *    routinely.                                                  *03250015
        77 sql-prefix-i                        PIC S9(4) COMP.          03260015
        77 sql-occdepend-i                     PIC S9(4) COMP.          03270015
        EXEC SQL  end  DECLARE SECTION END-EXEC.                        03280015
                                                                        03290015
        EXEC SQL DECLARE DRFWALK CURSOR FOR                             03300015
             SELECT ELE, PREFIX, SEQ, LVL, ISGRP, ELEPIC, MODE,         03310015
                    Offset, LEN, OCC, OCCDEPEND_SEQ                     03320015
               FROM ISPT.RECORD_INFO                                    03330015
              WHERE REC = :sql-rec-name                                 03340015
                AND RECVER = :sql-recver                                03350015
              ORDER BY SEQ                                              03360015
        END-EXEC.                                                       03370015
                                                                        03380015
        01 WS-DICTPARM-FIELDS.                                          03390015
           05 WS-DICTPARM-STATUS                 PIC X(02).             03400015
                                                                        03410015
        01 COPY IDMS SUBSCHEMA-NAMES.                                   03420015
        01 IDMS-WORK-AREA.                                              03430015
           02 COPY IDMS SUBSCHEMA-CTRL.                                 03440015
           02 COPY IDMS RECORD class-092.                               03450015
           02 COPY IDMS RECORD attribute-093.                           03460015
           02 COPY IDMS RECORD RCDSYN-079.                              03470015
           02 COPY IDMS RECORD RCDSYNATTR-141.                          03480015
           02 COPY IDMS RECORD LOADHDR-156.                             03490015
           02 COPY IDMS RECORD loadtext-157.                            03500015
           02 WS-SAVE-DBKEY-TABLE.                                      03510015
              05 WS-SAVE-DBKEY-attr             PIC S9(8) COMP SYNC.    03520015
                                                                        03530015
      *    one loadtext block is enough to decode REC-HEADER plus      *03540015
      *    the first rec-entry - the isptc008 3100-DECODE-HEADER       *03550015
      *    decode.                                                     *03560015
        01 w-buffer.                                                    03570015
           02 ws-buffer       pic x(512) occurs 1.                      03580015
                                                                        03590015
        01 DECODE-FIELDS.                                               03600015
           05 COPY IDMS record ispt-jsonschema.                         03610015
      *----------------------------------------------------------------*03620015
       PROCEDURE DIVISION.                                              03630015
      *----------------------------------------------------------------*03640015
      *                                                                *03650015
      *----------------------------------------------------------------*03660015
       0000-MAINLINE                       SECTION.                     03670015
      *----------------------------------------------------------------*03680015
       SECTION-ENTRY.                                                   03690015
           DISPLAY '*  isptb039 ENTRY               *'.                 03700015
           PERFORM 0100-BIND-DATABASE.                                  03710015
           compute W-hdr-len = Function length(REC-HEADER).             03720015
           compute W-rec-len = Function Length( rec-entry(1) ).         03730015
           MOVE 0 TO W-RECORD-CNT, W-CLEAN-CNT, W-DRIFT-CNT,            03740015
                     W-NOMEMBER-CNT, W-EXCEPTION-CNT.                   03750015
           PERFORM 0050-READ-OVERRIDES.                                 03760015
                                                                        03770015
           PERFORM 0200-GET-JSON-ATTR.                                  03780015
           IF NOT DB-REC-NOT-FOUND                                      03790015
              PERFORM 0300-WALK-DICTIONARY                              03800015
           END-IF.                                                      03810015
                                                                        03820015
           OPEN OUTPUT DRIFTRPT.                                        03830015
           IF WS-DRIFTRPT-STATUS not = '00'                             03830215
              display program-name ' DRIFTRPT open failed, status '     03830415
                  WS-DRIFTRPT-STATUS                                    03830615
      *       no report to read the verdict from - hold the compile.   *03830815
              add 1 to W-EXCEPTION-CNT                                  03831015
              go to set-return-code                                     03831215
           END-IF.                                                      03831415
           PERFORM 1000-READ-UNLOAD.                                    03840015
           PERFORM 7000-UNMATCHED-RECORDS.                              03850015
                                                                        03860015
           MOVE W-RECORD-CNT    TO RPT-TOT-RECORDS.                     03870015
           MOVE W-CLEAN-CNT     TO RPT-TOT-CLEAN.                       03880015
           MOVE W-DRIFT-CNT     TO RPT-TOT-DRIFTED.                     03890015
           MOVE W-NOMEMBER-CNT  TO RPT-TOT-NOMBR.                       03900015
           MOVE W-EXCEPTION-CNT TO RPT-TOT-EXC.                         03910015
           WRITE DRIFTRPT-LINE FROM RPT-TOTALS.                         03920015
           CLOSE DRIFTRPT.                                              03930015
                                                                        03940015
       set-return-code.                                                 03950015
           DISPLAY 'ISPTB039 - RECORDS CHECKED: ' W-RECORD-CNT          03950215
                   '  DRIFT EXCEPTIONS: ' W-EXCEPTION-CNT.              03960015
           EVALUATE TRUE                                                03970015
              WHEN W-EXCEPTION-CNT > 0                                  03980015
                 MOVE 8 TO RETURN-CODE                                  03990015
              WHEN W-NOMEMBER-CNT > 0                                   04000015
                 MOVE 4 TO RETURN-CODE                                  04010015
              WHEN OTHER                                                04020015
                 MOVE 0 TO RETURN-CODE                                  04030015
           END-EVALUATE.                                                04040015
           PERFORM 9000-FINISH.                                         04050015
           EXIT PROGRAM.                                                04060015
           STOP RUN.                                                    04070015
       SECTION-EXIT.                                                    04080015
           EXIT.                                                        04090015
      *----------------------------------------------------------------*04100015
      *  SYSIN is optional - no cards means every record is looked     *04110015
      *  for under its derived member name.                            *04120015
      *----------------------------------------------------------------*04130015
       0050-READ-OVERRIDES                 SECTION.                     04140015
      *----------------------------------------------------------------*04150015
       SECTION-ENTRY.                                                   04160015
           move 0 to w-ovr-tot.                                         04170015
           move 'N' to W-sysin-eof-sw.                                  04180015
           OPEN INPUT SYSIN.                                            04190015
           IF WS-SYSIN-STATUS not = '00'                                04200015
              go to section-exit                                        04210015
           END-IF.                                                      04220015
       sysin-loop.                                                      04230015
           READ SYSIN                                                   04240015
               AT END SET SYSIN-EOF TO TRUE.                            04250015
           if SYSIN-EOF                                                 04260015
              go to sysin-done                                          04270015
           end-if.                                                      04280015
           if SYSIN-CARD(1:1) = '*'                                     04290015
            or SC-REC-NAME = spaces                                     04300015
            or SC-MEMBER = spaces                                       04310015
              go to sysin-loop                                          04320015
           end-if.                                                      04330015
           if w-ovr-tot not less than w-ovr-max                         04340015
              display program-name ' override table full at '           04350015
                  w-ovr-max                                             04360015
              go to sysin-done                                          04370015
           end-if.                                                      04380015
           add 1 to w-ovr-tot.                                          04390015
           move SC-REC-NAME to ovr-rec(w-ovr-tot).                      04400015
           move SC-MEMBER   to ovr-member(w-ovr-tot).                   04410015
           go to sysin-loop.                                            04420015
       sysin-done.                                                      04430015
           CLOSE SYSIN.                                                 04440015
       SECTION-EXIT.                                                    04450015
           EXIT.                                                        04460015
      *----------------------------------------------------------------*04470015
      *  the dictionary name is a runtime parameter : one DICTPARM     *04480015
      *  card overrides the ISPTDICT default, so the same tooling can  *04490015
      *  be pointed at the test dictionary.                            *04500015
      *----------------------------------------------------------------*04510015
       0080-GET-DICTNAME                   SECTION.                     04520015
      *----------------------------------------------------------------*04530015
       SECTION-ENTRY.                                                   04540015
           move 'ISPTDICT' to wk-dictname.                              04550015
           OPEN INPUT DICTPARM.                                         04560015
           IF WS-DICTPARM-STATUS = '00'                                 04570015
              READ DICTPARM                                             04580015
                 AT END CONTINUE                                        04590015
                 NOT AT END                                             04600015
                    IF DP-DICTNAME NOT = SPACES                         04610015
                       MOVE DP-DICTNAME TO wk-dictname                  04620015
                    END-IF                                              04630015
              END-READ                                                  04640015
              CLOSE DICTPARM                                            04650015
           END-IF.                                                      04660015
       SECTION-EXIT.                                                    04670015
           EXIT.                                                        04680015
      *----------------------------------------------------------------*04690015
       0100-BIND-DATABASE                  SECTION.                     04700015
      *----------------------------------------------------------------*04710015
       SECTION-ENTRY.                                                   04720015
           perform 0080-GET-DICTNAME.                                   04730015
                                                                        04740015
           exec sql                                                     04750015
               select segment                                           04760015
                 into :wk-dbname                                        04770015
               from system.schema                                       04780015
               where name = :wk-dictname                                04790015
           end-exec.                                                    04800015
                                                                        04810015
           if sqlcode not = 0                                           04820015
              display ' isptb039 Error getting DB-NAME, sqlcode='       04830015
                 sqlcode ' state: ' sqlstate                            04840015
              go to section-exit                                        04850015
           end-if.                                                      04860015
                                                                        04870015
           MOVE 'ISPTB039' TO PROGRAM-NAME.                             04880015
           BIND RUN-UNIT  dbname wk-dbname                              04890015
           IF ANY-ERROR-STATUS                                          04900015
              PERFORM 9999-DB-ERROR                                     04910015
           END-IF                                                       04920015
           BIND class-092                                               04930015
           BIND attribute-093                                           04940015
           BIND RCDSYN-079                                              04950015
           BIND RCDSYNATTR-141                                          04960015
           BIND LOADHDR-156                                             04970015
           BIND loadtext-157                                            04980015
           IF ANY-ERROR-STATUS                                          04990015
              PERFORM 9999-DB-ERROR                                     05000015
           END-IF.                                                      05010015
           ready  ddldml usage-mode retrieval.                          05020015
           ready  ddldclod usage-mode retrieval.                        05030015
       SECTION-EXIT.                                                    05040015
           EXIT.                                                        05050015
      *----------------------------------------------------------------*05060015
      *  same JSON attribute-093/'LANGUAGE' lookup as isptb006's       *05070015
      *  0200-GET-JSON-ATTR.                                           *05080015
      *----------------------------------------------------------------*05090015
       0200-GET-JSON-ATTR                  SECTION.                     05100015
      *----------------------------------------------------------------*05110015
       SECTION-ENTRY.                                                   05120015
           move 'JSON' to attr-name-093.                                05130015
           obtain calc  attribute-093.                                  05140015
       do-while-attr.                                                   05150015
           IF DB-REC-NOT-FOUND                                          05160015
              display program-name ' Language JSON not defined.'        05170015
              GO TO SECTION-EXIT                                        05180015
           END-IF.                                                      05190015
           perform idms-status.                                         05200015
           obtain OWNER within class-attr.                              05210015
           perform idms-status.                                         05220015
           if class-name-092 = 'LANGUAGE'                               05230015
              accept WS-SAVE-DBKEY-attr from ATTRIBUTE-093              05240015
                 currency                                               05250015
              GO TO SECTION-EXIT                                        05260015
           END-IF.                                                      05270015
           find duplicate attribute-093.                                05280015
           go to do-while-attr.                                         05290015
       SECTION-EXIT.                                                    05300015
           EXIT.                                                        05310015
      *----------------------------------------------------------------*05320015
      *  every JSON record into the target table, with its live        *05330015
      *  RECVER and the member name its copybook lives under.          *05340015
      *----------------------------------------------------------------*05350015
       0300-WALK-DICTIONARY                SECTION.                     05360015
      *----------------------------------------------------------------*05370015
       SECTION-ENTRY.                                                   05380015
           find db-key is WS-SAVE-DBKEY-attr.                           05390015
           perform idms-status.                                         05400015
           obtain first RCDSYNATTR-141 within ATTR-RCDSYNATT.           05410015
       do-while-attr-rcdsyn.                                            05420015
           if db-end-of-set                                             05430015
              go to section-exit                                        05440015
           end-if.                                                      05450015
           perform idms-status.                                         05460015
           obtain owner within RCDSYN-RCDSYNATT.                        05470015
           perform idms-status.                                         05480015
                                                                        05490015
           if w-tgt-tot not less than w-tgt-max                         05500015
              display program-name ' record table full at '             05510015
                  w-tgt-max                                             05520015
              go to section-exit                                        05530015
           end-if.                                                      05540015
           add 1 to w-tgt-tot.                                          05550015
           move rsyn-name-079 to tgt-rec(w-tgt-tot).                    05560015
           move 'N'           to tgt-seen(w-tgt-tot).                   05570015
           perform 0400-LIVE-RECVER.                                    05580015
           perform 0450-DERIVE-MEMBER-NAME.                             05590015
           perform 0480-APPLY-OVERRIDE.                                 05600015
           move W-member to tgt-member(w-tgt-tot).                      05610015
                                                                        05620015
           find db-key is WS-SAVE-DBKEY-attr.                           05630015
           perform idms-status.                                         05640015
           obtain next RCDSYNATTR-141 within ATTR-RCDSYNATT.            05650015
           go to do-while-attr-rcdsyn.                                  05660015
       SECTION-EXIT.                                                    05670015
           EXIT.                                                        05680015
      *----------------------------------------------------------------*05690015
      *  the RECVER the production jsonmap was built from : REC-       *05700015
      *  VERSION(1) of the vers-1 module body.  no live module yet     *05710015
      *  falls back to the dictionary RSYN version.                    *05720015
      *----------------------------------------------------------------*05730015
       0400-LIVE-RECVER                    SECTION.                     05740015
      *----------------------------------------------------------------*05750015
       SECTION-ENTRY.                                                   05760015
           move rsyn-ver-079 to tgt-recver(w-tgt-tot).                  05770015
           set TGT-DICTIONARY(w-tgt-tot) to true.                       05780015
           move tgt-rec(w-tgt-tot)(1:8) to loadhdr-modname-156.         05790015
           obtain calc  loadhdr-156.                                    05800015
       hdr-scan-loop.                                                   05810015
           if db-rec-not-found                                          05820015
              go to section-exit                                        05830015
           end-if.                                                      05840015
           perform idms-status.                                         05850015
           if loadhdr-vers-156 = 1                                      05860015
              go to hdr-decode                                          05870015
           end-if.                                                      05880015
           obtain duplicate loadhdr-156.                                05890015
           go to hdr-scan-loop.                                         05900015
       hdr-decode.                                                      05910015
           obtain first loadtext-157 within loadhdr-loadtext.           05920015
           if db-end-of-set                                             05930015
              go to section-exit                                        05940015
           end-if.                                                      05950015
           perform idms-status.                                         05960015
           if loadtext-157(1:8) not = '#JSONMAP'                        05970015
              display program-name ' bad module signature for '         05980015
                  tgt-rec(w-tgt-tot)                                    05990015
              go to section-exit                                        06000015
           end-if.                                                      06010015
           move loadtext-157 to ws-buffer(1).                           06020015
           move w-buffer(1:W-hdr-len) to REC-HEADER.                    06030015
           move w-buffer(W-hdr-len + 1:W-rec-len)                       06040015
             to REC-INFO(1:W-rec-len).                                  06050015
           move REC-VERSION(1) to tgt-recver(w-tgt-tot).                06060015
           set TGT-LIVE(w-tgt-tot) to true.                             06070015
       SECTION-EXIT.                                                    06080015
           EXIT.                                                        06090015
      *----------------------------------------------------------------*06100015
      *  the PDS member name : first 8 of REC with '-' translated to   *06110015
      *  '@', collisions suffixed - the isptb023 derivation, in the    *06120015
      *  same walk order so the suffixes agree.                        *06130015
      *----------------------------------------------------------------*06140015
       0450-DERIVE-MEMBER-NAME             SECTION.                     06150015
      *----------------------------------------------------------------*06160015
       SECTION-ENTRY.                                                   06170015
           move tgt-rec(w-tgt-tot) to W-member.                         06180015
           inspect W-member replacing all '-' by '@'.                   06190015
           inspect W-member replacing all space by '@'.                 06200015
           move 0 to W-dup-seq.                                         06210015
       dup-check-loop.                                                  06220015
           move 0 to W-i.                                               06230015
       dup-scan-loop.                                                   06240015
           add 1 to W-i.                                                06250015
           if W-i not less than w-tgt-tot                               06260015
              go to section-exit                                        06270015
           end-if.                                                      06280015
           if tgt-member(W-i) = W-member                                06290015
              add 1 to W-dup-seq                                        06300015
              move W-dup-seq to W-member(7:2)                           06310015
              go to dup-check-loop                                      06320015
           end-if.                                                      06330015
           go to dup-scan-loop.                                         06340015
       SECTION-EXIT.                                                    06350015
           EXIT.                                                        06360015
      *----------------------------------------------------------------*06370015
       0480-APPLY-OVERRIDE                 SECTION.                     06380015
      *----------------------------------------------------------------*06390015
       SECTION-ENTRY.                                                   06400015
           move 0 to W-i.                                               06410015
       ovr-scan-loop.                                                   06420015
           add 1 to W-i.                                                06430015
           if W-i > w-ovr-tot                                           06440015
              go to section-exit                                        06450015
           end-if.                                                      06460015
           if ovr-rec(W-i) = tgt-rec(w-tgt-tot)                         06470015
              move ovr-member(W-i) to W-member                          06480015
              go to section-exit                                        06490015
           end-if.                                                      06500015
           go to ovr-scan-loop.                                         06510015
       SECTION-EXIT.                                                    06520015
           EXIT.                                                        06530015
      *----------------------------------------------------------------*06540015
      *  the unload, member by member.  only members that carry a      *06550015
      *  JSON record's copybook are laid out; the rest of the PDS is   *06560015
      *  read past.                                                    *06570015
      *----------------------------------------------------------------*06580015
       1000-READ-UNLOAD                    SECTION.                     06590015
      *----------------------------------------------------------------*06600015
       SECTION-ENTRY.                                                   06610015
           move 0 to W-cur-tgt.                                         06620015
           move 1 to W-cc.                                              06630015
           move 'N' to W-eof-sw.                                        06640015
           OPEN INPUT CPYUNLD.                                          06650015
           IF WS-CPYUNLD-STATUS not = '00'                              06660015
              display program-name ' CPYUNLD open failed, status '      06670015
                  WS-CPYUNLD-STATUS                                     06680015
      *       nothing could be checked - hold the compile.             *06690015
              add 1 to W-EXCEPTION-CNT                                  06700015
              move 'Y' to W-eof-sw                                      06710015
              go to section-exit                                        06720015
           END-IF.                                                      06730015
       unload-loop.                                                     06740015
           READ CPYUNLD                                                 06750015
               AT END SET CPYUNLD-EOF TO TRUE.                          06760015
           if CPYUNLD-EOF                                               06770015
              go to unload-done                                         06780015
           end-if.                                                      06790015
           if CPYUNLD-RECORD(2:11) = 'MEMBER NAME'                      06800015
              move 1 to W-cc                                            06810015
              perform 1100-START-MEMBER                                 06820015
              go to unload-loop                                         06830015
           end-if.                                                      06840015
           if CPYUNLD-RECORD(1:11) = 'MEMBER NAME'                      06850015
              move 0 to W-cc                                            06860015
              perform 1100-START-MEMBER                                 06870015
              go to unload-loop                                         06880015
           end-if.                                                      06890015
           if W-cur-tgt > 0                                             06900015
            and not PARSE-STOPPED                                       06910015
              move CPYUNLD-RECORD(W-cc + 1:80) to W-line                06920015
              perform 1200-SCAN-LINE                                    06930015
           end-if.                                                      06940015
           go to unload-loop.                                           06950015
       unload-done.                                                     06960015
           perform 1900-END-MEMBER.                                     06970015
           CLOSE CPYUNLD.                                               06980015
       SECTION-EXIT.                                                    06990015
           EXIT.                                                        07000015
      *----------------------------------------------------------------*07010015
      *  a MEMBER NAME line closes the previous member and opens the   *07020015
      *  next : the name is the first word after the literal.          *07030015
      *----------------------------------------------------------------*07040015
       1100-START-MEMBER                   SECTION.                     07050015
      *----------------------------------------------------------------*07060015
       SECTION-ENTRY.                                                   07070015
           perform 1900-END-MEMBER.                                     07080015
           move CPYUNLD-RECORD(W-cc + 12:69) to W-stmt.                 07090015
           move 69 to W-stmt-len.                                       07100015
           move 1 to W-sx.                                              07110015
           perform 1500-NEXT-TOKEN.                                     07120015
           move W-tok to W-member.                                      07130015
                                                                        07140015
           move 0 to W-cur-tgt.                                         07150015
           move 0 to W-i.                                               07160015
       tgt-scan-loop.                                                   07170015
           add 1 to W-i.                                                07180015
           if W-i > w-tgt-tot                                           07190015
              go to member-open                                         07200015
           end-if.                                                      07210015
           if tgt-member(W-i) = W-member                                07220015
            and tgt-seen(W-i) = 'N'                                     07230015
              move W-i to W-cur-tgt                                     07240015
              move 'Y' to tgt-seen(W-i)                                 07250015
              go to member-open                                         07260015
           end-if.                                                      07270015
           go to tgt-scan-loop.                                         07280015
       member-open.                                                     07290015
           move 0 to w-cpy-tot.                                         07300015
           move spaces to W-stmt.                                       07310015
           move 0 to W-stmt-len.                                        07320015
           move 'N' to W-quote-sw, W-stop-sw.                           07330015
       SECTION-EXIT.                                                    07340015
           EXIT.                                                        07350015
      *----------------------------------------------------------------*07360015
      *  columns 8-72 of one source line onto the statement being      *07370015
      *  gathered; a period outside a literal and followed by a        *07380015
      *  blank (or the end of the line) ends the statement.  a period  *07390015
      *  inside a PIC such as 9.99 is not followed by a blank.         *07400015
      *----------------------------------------------------------------*07410015
       1200-SCAN-LINE                      SECTION.                     07420015
      *----------------------------------------------------------------*07430015
       SECTION-ENTRY.                                                   07440015
           if W-line(7:1) = '*' or W-line(7:1) = '/'                    07450015
              go to section-exit                                        07460015
           end-if.                                                      07470015
           move 7 to W-cx.                                              07480015
       char-loop.                                                       07490015
           add 1 to W-cx.                                               07500015
           if W-cx > 72                                                 07510015
              go to line-done                                           07520015
           end-if.                                                      07530015
           move W-line(W-cx:1) to W-char.                               07540015
           if IN-QUOTE                                                  07550015
              if W-char = W-quote-char                                  07560015
                 move 'N' to W-quote-sw                                 07570015
              end-if                                                    07580015
              perform 1250-APPEND-CHAR                                  07590015
              go to char-loop                                           07600015
           end-if.                                                      07610015
           if W-char = quote or W-char = "'"                            07620015
              move 'Y' to W-quote-sw                                    07630015
              move W-char to W-quote-char                               07640015
              perform 1250-APPEND-CHAR                                  07650015
              go to char-loop                                           07660015
           end-if.                                                      07670015
           if W-char = '.'                                              07680015
            and (W-cx = 72 or W-line(W-cx + 1:1) = space)               07690015
              perform 1400-PROCESS-STMT                                 07700015
              move spaces to W-stmt                                     07710015
              move 0 to W-stmt-len                                      07720015
              go to char-loop                                           07730015
           end-if.                                                      07740015
           perform 1250-APPEND-CHAR.                                    07750015
           go to char-loop.                                             07760015
       line-done.                                                       07770015
      *    the line break separates tokens.                            *07780015
           move space to W-char.                                        07790015
           perform 1250-APPEND-CHAR.                                    07800015
       SECTION-EXIT.                                                    07810015
           EXIT.                                                        07820015
      *----------------------------------------------------------------*07830015
       1250-APPEND-CHAR                    SECTION.                     07840015
      *----------------------------------------------------------------*07850015
       SECTION-ENTRY.                                                   07860015
           if W-stmt-len < 400                                          07870015
              add 1 to W-stmt-len                                       07880015
              move W-char to W-stmt(W-stmt-len:1)                       07890015
           end-if.                                                      07900015
       SECTION-EXIT.                                                    07910015
           EXIT.                                                        07920015
      *----------------------------------------------------------------*07930015
      *  one data description entry into the copybook table.  the      *07940015
      *  record 01 is not an element (RECORD_INFO has no row for it);  *07950015
      *  a second 01 ends the record.  66/77/88 entries carry no       *07960015
      *  storage and are skipped, as is anything not starting with a   *07970015
      *  level number (COPY, EJECT and the like).                      *07980015
      *----------------------------------------------------------------*07990015
       1400-PROCESS-STMT                   SECTION.                     08000015
      *----------------------------------------------------------------*08010015
       SECTION-ENTRY.                                                   08020015
           if PARSE-STOPPED or W-stmt-len = 0                           08030015
              go to section-exit                                        08040015
           end-if.                                                      08050015
           inspect W-stmt(1:W-stmt-len) converting                      08060015
               'abcdefghijklmnopqrstuvwxyz'                             08070015
            to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.                            08080015
           move 1 to W-sx.                                              08090015
           perform 1500-NEXT-TOKEN.                                     08100015
           perform 1550-TOKEN-NUMBER.                                   08110015
           if W-num-x = spaces                                          08120015
              go to section-exit                                        08130015
           end-if.                                                      08140015
           if W-num-9 = 1                                               08150015
              if w-cpy-tot > 0                                          08160015
                 move 'Y' to W-stop-sw                                  08170015
              end-if                                                    08180015
              go to section-exit                                        08190015
           end-if.                                                      08200015
           if W-num-9 < 2 or W-num-9 > 49                               08210015
              go to section-exit                                        08220015
           end-if.                                                      08230015
           if w-cpy-tot not less than w-cpy-max                         08240015
              display program-name ' copybook table full at '           08250015
                  w-cpy-max ' for member ' W-member                     08260015
              move 'Y' to W-stop-sw                                     08270015
              go to section-exit                                        08280015
           end-if.                                                      08290015
                                                                        08300015
           add 1 to w-cpy-tot.                                          08310015
           move w-cpy-tot to W-j.                                       08320015
           move W-num-9   to cpy-lvl(W-j).                              08330015
           move 'FILLER'  to cpy-name(W-j).                             08340015
           move spaces    to cpy-pic(W-j), cpy-depend(W-j),             08350015
                             cpy-redef(W-j).                            08360015
           move -1        to cpy-usage(W-j).                            08370015
           move 0         to cpy-occ(W-j), cpy-parent(W-j),             08380015
                             cpy-size(W-j), cpy-offset(W-j),            08390015
                             cpy-next(W-j), cpy-ord(W-j).               08400015
           move 'N'       to cpy-isgrp(W-j), cpy-signsep(W-j),          08410015
                             cpy-matched(W-j).                          08420015
                                                                        08430015
      *    the data name is optional - a clause word in its place      *08440015
      *    means an unnamed FILLER.                                    *08450015
           perform 1500-NEXT-TOKEN.                                     08460015
           if W-tok-len = 0                                             08470015
              go to section-exit                                        08480015
           end-if.                                                      08490015
           perform 1600-USAGE-WORD.                                     08500015
           if W-usage-found < 0                                         08510015
            and W-tok not = 'PIC'                                       08520015
            and W-tok not = 'PICTURE'                                   08530015
            and W-tok not = 'REDEFINES'                                 08540015
            and W-tok not = 'OCCURS'                                    08550015
            and W-tok not = 'VALUE'                                     08560015
            and W-tok not = 'USAGE'                                     08570015
              move W-tok to cpy-name(W-j)                               08580015
              perform 1500-NEXT-TOKEN                                   08590015
           end-if.                                                      08600015
                                                                        08610015
           move space to W-expect.                                      08620015
       clause-loop.                                                     08630015
           if W-tok-len = 0                                             08640015
              go to section-exit                                        08650015
           end-if.                                                      08660015
           perform 1450-ONE-CLAUSE-TOKEN.                               08670015
           perform 1500-NEXT-TOKEN.                                     08680015
           go to clause-loop.                                           08690015
       SECTION-EXIT.                                                    08700015
           EXIT.                                                        08710015
      *----------------------------------------------------------------*08720015
      *  W-expect carries what the previous keyword wants next :       *08730015
      *    P  the PIC string        R  the REDEFINES object            *08740015
      *    U  the USAGE word        O  the OCCURS count                *08750015
      *    T  TO after the count    M  the OCCURS maximum              *08760015
      *    D  the DEPENDING object  V  the VALUE literal               *08770015
      *  optional words (IS, ON, TIMES, ARE) are stepped over.         *08780015
      *----------------------------------------------------------------*08790015
       1450-ONE-CLAUSE-TOKEN               SECTION.                     08800015
      *----------------------------------------------------------------*08810015
       SECTION-ENTRY.                                                   08820015
           if W-tok = 'IS' or W-tok = 'ON' or W-tok = 'ARE'             08830015
              go to section-exit                                        08840015
           end-if.                                                      08850015
           evaluate W-expect                                            08860015
              when 'P'                                                  08870015
                 move W-tok to cpy-pic(W-j)                             08880015
                 move space to W-expect                                 08890015
                 go to section-exit                                     08900015
              when 'R'                                                  08910015
                 move W-tok to cpy-redef(W-j)                           08920015
                 move space to W-expect                                 08930015
                 go to section-exit                                     08940015
              when 'U'                                                  08950015
                 perform 1600-USAGE-WORD                                08960015
                 if W-usage-found not < 0                               08970015
                    move W-usage-found to cpy-usage(W-j)                08980015
                 end-if                                                 08990015
                 move space to W-expect                                 09000015
                 go to section-exit                                     09010015
              when 'O'                                                  09020015
                 perform 1550-TOKEN-NUMBER                              09030015
                 if W-num-x not = spaces                                09040015
                    move W-num-9 to cpy-occ(W-j)                        09050015
                 end-if                                                 09060015
                 move 'T' to W-expect                                   09070015
                 go to section-exit                                     09080015
              when 'T'                                                  09090015
                 if W-tok = 'TO'                                        09100015
                    move 'M' to W-expect                                09110015
                    go to section-exit                                  09120015
                 end-if                                                 09130015
                 move space to W-expect                                 09140015
              when 'M'                                                  09150015
                 perform 1550-TOKEN-NUMBER                              09160015
                 if W-num-x not = spaces                                09170015
                    move W-num-9 to cpy-occ(W-j)                        09180015
                 end-if                                                 09190015
                 move space to W-expect                                 09200015
                 go to section-exit                                     09210015
              when 'D'                                                  09220015
                 move W-tok to cpy-depend(W-j)                          09230015
                 move space to W-expect                                 09240015
                 go to section-exit                                     09250015
              when 'V'                                                  09260015
                 move space to W-expect                                 09270015
                 go to section-exit                                     09280015
           end-evaluate.                                                09290015
                                                                        09300015
           evaluate W-tok                                               09310015
              when 'PIC'                                                09320015
              when 'PICTURE'                                            09330015
                 move 'P' to W-expect                                   09340015
              when 'REDEFINES'                                          09350015
                 move 'R' to W-expect                                   09360015
              when 'USAGE'                                              09370015
                 move 'U' to W-expect                                   09380015
              when 'OCCURS'                                             09390015
                 move 'O' to W-expect                                   09400015
              when 'DEPENDING'                                          09410015
                 move 'D' to W-expect                                   09420015
              when 'VALUE'                                              09430015
              when 'VALUES'                                             09440015
                 move 'V' to W-expect                                   09450015
              when 'SEPARATE'                                           09460015
                 move 'Y' to cpy-signsep(W-j)                           09470015
              when other                                                09480015
                 perform 1600-USAGE-WORD                                09490015
                 if W-usage-found not < 0                               09500015
                    move W-usage-found to cpy-usage(W-j)                09510015
                 end-if                                                 09520015
           end-evaluate.                                                09530015
       SECTION-EXIT.                                                    09540015
           EXIT.                                                        09550015
      *----------------------------------------------------------------*09560015
      *  the next blank-delimited word of W-stmt from W-sx into W-tok  *09570015
      *  (a quoted literal is one word).  W-tok-len 0 at the end.      *09580015
      *----------------------------------------------------------------*09590015
       1500-NEXT-TOKEN                     SECTION.                     09600015
      *----------------------------------------------------------------*09610015
       SECTION-ENTRY.                                                   09620015
           move spaces to W-tok.                                        09630015
           move 0 to W-tok-len.                                         09640015
       skip-blank-loop.                                                 09650015
           if W-sx > W-stmt-len                                         09660015
              go to section-exit                                        09670015
           end-if.                                                      09680015
           if W-stmt(W-sx:1) = space or W-stmt(W-sx:1) = ','            09690015
              add 1 to W-sx                                             09700015
              go to skip-blank-loop                                     09710015
           end-if.                                                      09720015
           move 'N' to W-quote-sw.                                      09730015
       word-loop.                                                       09740015
           if W-sx > W-stmt-len                                         09750015
              go to section-exit                                        09760015
           end-if.                                                      09770015
           move W-stmt(W-sx:1) to W-char.                               09780015
           if not IN-QUOTE and W-char = space                           09790015
              go to section-exit                                        09800015
           end-if.                                                      09810015
           if IN-QUOTE and W-char = W-quote-char                        09820015
              move 'N' to W-quote-sw                                    09830015
           else                                                         09840015
              if not IN-QUOTE                                           09850015
               and (W-char = quote or W-char = "'")                     09860015
                 move 'Y' to W-quote-sw                                 09870015
                 move W-char to W-quote-char                            09880015
              end-if                                                    09890015
           end-if.                                                      09900015
           if W-tok-len < 40                                            09910015
              add 1 to W-tok-len                                        09920015
              move W-char to W-tok(W-tok-len:1)                         09930015
           end-if.                                                      09940015
           add 1 to W-sx.                                               09950015
           go to word-loop.                                             09960015
       SECTION-EXIT.                                                    09970015
           EXIT.                                                        09980015
      *----------------------------------------------------------------*09990015
      *  W-tok as an unsigned number of up to four digits into         *10000015
      *  W-num-9; W-num-x is left blank when the word is not one.      *10010015
      *----------------------------------------------------------------*10020015
       1550-TOKEN-NUMBER                   SECTION.                     10030015
      *----------------------------------------------------------------*10040015
       SECTION-ENTRY.                                                   10050015
           move spaces to W-num-x.                                      10060015
           if W-tok-len < 1 or W-tok-len > 4                            10070015
              go to section-exit                                        10080015
           end-if.                                                      10090015
           if W-tok(1:W-tok-len) not numeric                            10100015
              go to section-exit                                        10110015
           end-if.                                                      10120015
           move '0000' to W-num-x.                                      10130015
           move W-tok(1:W-tok-len)                                      10140015
             to W-num-x(5 - W-tok-len:W-tok-len).                       10150015
       SECTION-EXIT.                                                    10160015
           EXIT.                                                        10170015
      *----------------------------------------------------------------*10180015
      *  W-tok as a usage word into the ELE-USAGE code, -1 when it is  *10190015
      *  not one.                                                      *10200015
      *----------------------------------------------------------------*10210015
       1600-USAGE-WORD                     SECTION.                     10220015
      *----------------------------------------------------------------*10230015
       SECTION-ENTRY.                                                   10240015
           evaluate W-tok                                               10250015
              when 'DISPLAY'                                            10260015
                 move 0 to W-usage-found                                10270015
              when 'COMP'                                               10280015
              when 'COMPUTATIONAL'                                      10290015
              when 'COMP-4'                                             10300015
              when 'COMPUTATIONAL-4'                                    10310015
              when 'COMP-5'                                             10320015
              when 'COMPUTATIONAL-5'                                    10330015
              when 'BINARY'                                             10340015
                 move 1 to W-usage-found                                10350015
              when 'COMP-3'                                             10360015
              when 'COMPUTATIONAL-3'                                    10370015
              when 'PACKED-DECIMAL'                                     10380015
                 move 2 to W-usage-found                                10390015
              when 'COMP-1'                                             10400015
              when 'COMPUTATIONAL-1'                                    10410015
                 move 3 to W-usage-found                                10420015
              when 'COMP-2'                                             10430015
              when 'COMPUTATIONAL-2'                                    10440015
                 move 4 to W-usage-found                                10450015
              when other                                                10460015
                 move -1 to W-usage-found                               10470015
           end-evaluate.                                                10480015
       SECTION-EXIT.                                                    10490015
           EXIT.                                                        10500015
      *----------------------------------------------------------------*10510015
      *  end of a member : a JSON record's copybook is laid out and    *10520015
      *  checked, anything else was only read past.                    *10530015
      *----------------------------------------------------------------*10540015
       1900-END-MEMBER                     SECTION.                     10550015
      *----------------------------------------------------------------*10560015
       SECTION-ENTRY.                                                   10570015
           if W-cur-tgt = 0                                             10580015
              go to section-exit                                        10590015
           end-if.                                                      10600015
           if W-stmt-len > 0                                            10610015
              perform 1400-PROCESS-STMT                                 10620015
           end-if.                                                      10630015
           perform 2000-CHECK-RECORD.                                   10640015
           move 0 to W-cur-tgt.                                         10650015
       SECTION-EXIT.                                                    10660015
           EXIT.                                                        10670015
      *----------------------------------------------------------------*10680015
       2000-CHECK-RECORD                   SECTION.                     10690015
      *----------------------------------------------------------------*10700015
       SECTION-ENTRY.                                                   10710015
           add 1 to W-RECORD-CNT.                                       10720015
           move 0 to W-rec-exc-cnt.                                     10730015
           move tgt-rec(W-cur-tgt)    to RPT-REC, sql-rec-name.         10740015
           move tgt-recver(W-cur-tgt) to RPT-RECVER, sql-recver.        10750015
           move tgt-member(W-cur-tgt) to RPT-MEMBER.                    10760015
           if TGT-LIVE(W-cur-tgt)                                       10770015
              move '(LIVE MODULE RECVER)' to RPT-SOURCE                 10780015
           else                                                         10790015
              move '(DICTIONARY RECVER - NOT LIVE)' to RPT-SOURCE       10800015
           end-if.                                                      10810015
           write DRIFTRPT-LINE from RPT-RECORD.                         10820015
                                                                        10830015
           perform 4000-LOAD-ELEMENTS.                                  10840015
           if w-row-tot = 0                                             10850015
              add 1 to W-rec-exc-cnt                                    10860015
              move 'NO RECORD_INFO ROWS FOR RECVER' to RPT-RES-TEXT     10870015
              move 0 to RPT-RES-CNT                                     10880015
              write DRIFTRPT-LINE from RPT-RESULT                       10890015
              go to record-counted                                      10900015
           end-if.                                                      10910015
                                                                        10920015
           perform 3000-COMPUTE-LAYOUT.                                 10930015
           perform 5000-DIFF-LAYOUT.                                    10940015
                                                                        10950015
           if W-rec-exc-cnt = 0                                         10960015
              move 'CLEAN' to RPT-RES-TEXT                              10970015
           else                                                         10980015
              move 'DRIFT EXCEPTIONS' to RPT-RES-TEXT                   10990015
           end-if.                                                      11000015
           move W-rec-exc-cnt to RPT-RES-CNT.                           11010015
           write DRIFTRPT-LINE from RPT-RESULT.                         11020015
       record-counted.                                                  11030015
           if W-rec-exc-cnt = 0                                         11040015
              add 1 to W-CLEAN-CNT                                      11050015
           else                                                         11060015
              add 1 to W-DRIFT-CNT                                      11070015
              add W-rec-exc-cnt to W-EXCEPTION-CNT                      11080015
           end-if.                                                      11090015
           move spaces to DRIFTRPT-LINE.                                11100015
           write DRIFTRPT-LINE.                                         11110015
       SECTION-EXIT.                                                    11120015
           EXIT.                                                        11130015
      *----------------------------------------------------------------*11140015
      *  storage layout of the parsed member, as the compiler assigns  *11150015
      *  it : parents and group flags, inherited usage and elementary  *11160015
      *  lengths (forward), group lengths (backward, children before   *11170015
      *  parents), then offsets (forward, a REDEFINES at its object's  *11180015
      *  offset).  ordinals number repeated names in physical order.   *11190015
      *----------------------------------------------------------------*11200015
       3000-COMPUTE-LAYOUT                 SECTION.                     11210015
      *----------------------------------------------------------------*11220015
       SECTION-ENTRY.                                                   11230015
           move 0 to W-j.                                               11240015
       shape-loop.                                                      11250015
           add 1 to W-j.                                                11260015
           if W-j > w-cpy-tot                                           11270015
              go to sizes                                               11280015
           end-if.                                                      11290015
           compute W-k = W-j - 1.                                       11300015
       parent-loop.                                                     11310015
           if W-k > 0                                                   11320015
              if cpy-lvl(W-k) not less than cpy-lvl(W-j)                11330015
                 move cpy-parent(W-k) to W-k                            11340015
                 go to parent-loop                                      11350015
              end-if                                                    11360015
           end-if.                                                      11370015
           move W-k to cpy-parent(W-j).                                 11380015
           if W-j < w-cpy-tot                                           11390015
              if cpy-lvl(W-j + 1) > cpy-lvl(W-j)                        11400015
                 move 'Y' to cpy-isgrp(W-j)                             11410015
              end-if                                                    11420015
           end-if.                                                      11430015
           if cpy-usage(W-j) < 0                                        11440015
              if W-k > 0                                                11450015
                 move cpy-usage(W-k) to cpy-usage(W-j)                  11460015
              else                                                      11470015
                 move 0 to cpy-usage(W-j)                               11480015
              end-if                                                    11490015
           end-if.                                                      11500015
           if cpy-isgrp(W-j) not = 'Y'                                  11510015
              perform 3200-ELEMENT-SIZE                                 11520015
           end-if.                                                      11530015
           go to shape-loop.                                            11540015
                                                                        11550015
       sizes.                                                           11560015
           move w-cpy-tot to W-j.                                       11570015
       size-loop.                                                       11580015
           if W-j < 1                                                   11590015
              go to offsets                                             11600015
           end-if.                                                      11610015
           move cpy-parent(W-j) to W-k.                                 11620015
           if W-k > 0 and cpy-redef(W-j) = spaces                       11630015
              move cpy-occ(W-j) to W-times                              11640015
              if W-times < 1                                            11650015
                 move 1 to W-times                                      11660015
              end-if                                                    11670015
              compute cpy-size(W-k) = cpy-size(W-k)                     11680015
                                    + cpy-size(W-j) * W-times           11690015
           end-if.                                                      11700015
           subtract 1 from W-j.                                         11710015
           go to size-loop.                                             11720015
                                                                        11730015
       offsets.                                                         11740015
           move 0 to W-rec-next.                                        11750015
           move 0 to W-j.                                               11760015
       offset-loop.                                                     11770015
           add 1 to W-j.                                                11780015
           if W-j > w-cpy-tot                                           11790015
              go to ordinals                                            11800015
           end-if.                                                      11810015
           move cpy-parent(W-j) to W-k.                                 11820015
           if cpy-redef(W-j) not = spaces                               11830015
              perform 3100-FIND-REDEFINED                               11840015
              if W-found-ix > 0                                         11850015
                 move cpy-offset(W-found-ix) to cpy-offset(W-j)         11860015
                 move cpy-offset(W-j) to cpy-next(W-j)                  11870015
                 go to offset-loop                                      11880015
              end-if                                                    11890015
           end-if.                                                      11900015
           if W-k > 0                                                   11910015
              move cpy-next(W-k) to cpy-offset(W-j)                     11920015
           else                                                         11930015
              move W-rec-next to cpy-offset(W-j)                        11940015
           end-if.                                                      11950015
           move cpy-offset(W-j) to cpy-next(W-j).                       11960015
           move cpy-occ(W-j) to W-times.                                11970015
           if W-times < 1                                               11980015
              move 1 to W-times                                         11990015
           end-if.                                                      12000015
           if W-k > 0                                                   12010015
              compute cpy-next(W-k) = cpy-next(W-k)                     12020015
                                    + cpy-size(W-j) * W-times           12030015
           else                                                         12040015
              compute W-rec-next = W-rec-next                           12050015
                                 + cpy-size(W-j) * W-times              12060015
           end-if.                                                      12070015
           go to offset-loop.                                           12080015
                                                                        12090015
       ordinals.                                                        12100015
           move 0 to W-j.                                               12110015
       ordinal-loop.                                                    12120015
           add 1 to W-j.                                                12130015
           if W-j > w-cpy-tot                                           12140015
              go to section-exit                                        12150015
           end-if.                                                      12160015
           move 1 to cpy-ord(W-j).                                      12170015
           move 0 to W-k.                                               12180015
       ordinal-scan.                                                    12190015
           add 1 to W-k.                                                12200015
           if W-k not less than W-j                                     12210015
              go to ordinal-loop                                        12220015
           end-if.                                                      12230015
           if cpy-name(W-k) = cpy-name(W-j)                             12240015
              add 1 to cpy-ord(W-j)                                     12250015
           end-if.                                                      12260015
           go to ordinal-scan.                                          12270015
       SECTION-EXIT.                                                    12280015
           EXIT.                                                        12290015
      *----------------------------------------------------------------*12300015
      *  the earlier sibling of W-j named by its REDEFINES clause.     *12310015
      *----------------------------------------------------------------*12320015
       3100-FIND-REDEFINED                 SECTION.                     12330015
      *----------------------------------------------------------------*12340015
       SECTION-ENTRY.                                                   12350015
           move 0 to W-found-ix.                                        12360015
           move W-j to W-i.                                             12370015
       redef-scan-loop.                                                 12380015
           subtract 1 from W-i.                                         12390015
           if W-i < 1                                                   12400015
              go to section-exit                                        12410015
           end-if.                                                      12420015
           if cpy-parent(W-i) = cpy-parent(W-j)                         12430015
            and cpy-name(W-i) = cpy-redef(W-j)                          12440015
              move W-i to W-found-ix                                    12450015
              go to section-exit                                        12460015
           end-if.                                                      12470015
           go to redef-scan-loop.                                       12480015
       SECTION-EXIT.                                                    12490015
           EXIT.                                                        12500015
      *----------------------------------------------------------------*12510015
      *  one occurrence's length of the elementary item at W-j from    *12520015
      *  its PIC and usage.                                            *12530015
      *----------------------------------------------------------------*12540015
       3200-ELEMENT-SIZE                   SECTION.                     12550015
      *----------------------------------------------------------------*12560015
       SECTION-ENTRY.                                                   12570015
           move cpy-pic(W-j) to W-pic-in.                               12580015
           perform 3300-ANALYSE-PIC.                                    12590015
           evaluate cpy-usage(W-j)                                      12600015
              when 1                                                    12610015
                 evaluate true                                          12620015
                    when W-pic-digits < 5                               12630015
                       move 2 to W-size                                 12640015
                    when W-pic-digits < 10                              12650015
                       move 4 to W-size                                 12660015
                    when other                                          12670015
                       move 8 to W-size                                 12680015
                 end-evaluate                                           12690015
              when 2                                                    12700015
                 compute W-size = ( W-pic-digits / 2 ) + 1              12710015
              when 3                                                    12720015
                 move 4 to W-size                                       12730015
              when 4                                                    12740015
                 move 8 to W-size                                       12750015
              when other                                                12760015
                 move W-pic-disp to W-size                              12770015
                 if W-pic-signed = 'Y'                                  12780015
                  and cpy-signsep(W-j) = 'Y'                            12790015
                    add 1 to W-size                                     12800015
                 end-if                                                 12810015
           end-evaluate.                                                12820015
           move W-size to cpy-size(W-j).                                12830015
       SECTION-EXIT.                                                    12840015
           EXIT.                                                        12850015
      *----------------------------------------------------------------*12860015
      *  W-pic-in walked symbol by symbol, each with its repeat count  *12870015
      *  - X(3) and XXX alike - into the display length, the digit     *12880015
      *  count, the sign, and the expanded form (runs of a symbol      *12890015
      *  written once with their count) that two pictures are          *12900015
      *  compared on.                                                  *12910015
      *----------------------------------------------------------------*12920015
       3300-ANALYSE-PIC                    SECTION.                     12930015
      *----------------------------------------------------------------*12940015
       SECTION-ENTRY.                                                   12950015
           move spaces to W-pic-canon.                                  12960015
           move 0 to W-pic-canon-len, W-pic-disp, W-pic-digits,         12970015
                     W-run-cnt.                                         12980015
           move 'N' to W-pic-signed.                                    12990015
           move space to W-run-sym.                                     13000015
           move 0 to W-pic-px.                                          13010015
       symbol-loop.                                                     13020015
           add 1 to W-pic-px.                                           13030015
           if W-pic-px > 30                                             13040015
              go to symbols-done                                        13050015
           end-if.                                                      13060015
           move W-pic-in(W-pic-px:1) to W-pic-sym.                      13070015
           if W-pic-sym = space                                         13080015
              go to symbols-done                                        13090015
           end-if.                                                      13100015
           move 1 to W-pic-rep.                                         13110015
           if W-pic-px < 30                                             13120015
              if W-pic-in(W-pic-px + 1:1) = '('                         13130015
                 add 1 to W-pic-px                                      13140015
                 move 0 to W-pic-rep                                    13150015
                 perform 3350-REPEAT-COUNT                              13160015
              end-if                                                    13170015
           end-if.                                                      13180015
                                                                        13190015
           evaluate W-pic-sym                                           13200015
              when 'S'                                                  13210015
                 move 'Y' to W-pic-signed                               13220015
              when 'V'                                                  13230015
              when 'P'                                                  13240015
                 continue                                               13250015
              when '9'                                                  13260015
                 add W-pic-rep to W-pic-digits, W-pic-disp              13270015
              when other                                                13280015
                 add W-pic-rep to W-pic-disp                            13290015
           end-evaluate.                                                13300015
                                                                        13310015
           if W-pic-sym = W-run-sym                                     13320015
              add W-pic-rep to W-run-cnt                                13330015
           else                                                         13340015
              perform 3400-FLUSH-RUN                                    13350015
              move W-pic-sym to W-run-sym                               13360015
              move W-pic-rep to W-run-cnt                               13370015
           end-if.                                                      13380015
           go to symbol-loop.                                           13390015
       symbols-done.                                                    13400015
           perform 3400-FLUSH-RUN.                                      13410015
       SECTION-EXIT.                                                    13420015
           EXIT.                                                        13430015
      *----------------------------------------------------------------*13440015
      *  the digits between the parentheses; W-pic-px is left on the   *13450015
      *  closing parenthesis.                                          *13460015
      *----------------------------------------------------------------*13470015
       3350-REPEAT-COUNT                   SECTION.                     13480015
      *----------------------------------------------------------------*13490015
       SECTION-ENTRY.                                                   13500015
       digit-loop.                                                      13510015
           add 1 to W-pic-px.                                           13520015
           if W-pic-px > 30                                             13530015
              go to section-exit                                        13540015
           end-if.                                                      13550015
           move W-pic-in(W-pic-px:1) to W-digit-x.                      13560015
           if W-digit-x not numeric                                     13570015
              go to section-exit                                        13580015
           end-if.                                                      13590015
           compute W-pic-rep = W-pic-rep * 10 + W-digit.                13600015
           go to digit-loop.                                            13610015
       SECTION-EXIT.                                                    13620015
           EXIT.                                                        13630015
      *----------------------------------------------------------------*13640015
      *  the pending run onto W-pic-canon : the symbol, then (n) when  *13650015
      *  it repeats.                                                   *13660015
      *----------------------------------------------------------------*13670015
       3400-FLUSH-RUN                      SECTION.                     13680015
      *----------------------------------------------------------------*13690015
       SECTION-ENTRY.                                                   13700015
           if W-run-sym = space or W-pic-canon-len > 22                 13710015
              go to section-exit                                        13720015
           end-if.                                                      13730015
           add 1 to W-pic-canon-len.                                    13740015
           move W-run-sym to W-pic-canon(W-pic-canon-len:1).            13750015
           if W-run-cnt < 2                                             13760015
              go to section-exit                                        13770015
           end-if.                                                      13780015
           add 1 to W-pic-canon-len.                                    13790015
           move '(' to W-pic-canon(W-pic-canon-len:1).                  13800015
           move W-run-cnt to W-num-edit.                                13810015
           move 0 to W-jx.                                              13820015
       num-scan-loop.                                                   13830015
           add 1 to W-jx.                                               13840015
           if W-jx > 5                                                  13850015
              go to num-done                                            13860015
           end-if.                                                      13870015
           if W-num-edit(W-jx:1) = '0' and W-jx < 5                     13880015
            and W-num-edit(1:W-jx) = all '0'                            13890015
              go to num-scan-loop                                       13900015
           end-if.                                                      13910015
           add 1 to W-pic-canon-len.                                    13920015
           move W-num-edit(W-jx:1) to W-pic-canon(W-pic-canon-len:1).   13930015
           go to num-scan-loop.                                         13940015
       num-done.                                                        13950015
           add 1 to W-pic-canon-len.                                    13960015
           move ')' to W-pic-canon(W-pic-canon-len:1).                  13970015
       SECTION-EXIT.                                                    13980015
           EXIT.                                                        13990015
      *----------------------------------------------------------------*14000015
      *  the RECORD_INFO element walk (the isptb023 0500 fetch), each  *14010015
      *  row given its generated data name and occurrence number.      *14020015
      *----------------------------------------------------------------*14030015
       4000-LOAD-ELEMENTS                  SECTION.                     14040015
      *----------------------------------------------------------------*14050015
       SECTION-ENTRY.                                                   14060015
           move 0 to w-row-tot.                                         14070015
           EXEC SQL OPEN DRFWALK END-EXEC.                              14080015
       fetch-loop.                                                      14090015
           EXEC SQL                                                     14100015
               FETCH DRFWALK                                            14110015
                 INTO :sql-ele,                                         14120015
                      :sql-prefix :sql-prefix-i,                        14130015
                      :sql-seq, :sql-lvl, :sql-isgrp, :sql-elepic,      14140015
                      :sql-mode, :sql-offset, :sql-len, :sql-occ,       14150015
                      :sql-occdepend-seq :sql-occdepend-i               14160015
           END-EXEC.                                                    14170015
           if sqlcode not = 0                                           14180015
              go to close-drfwalk                                       14190015
           end-if.                                                      14200015
           if sql-prefix-i    = -1  move spaces to sql-prefix           14210015
           end-if.                                                      14220015
           if sql-occdepend-i = -1  move 0 to sql-occdepend-seq         14230015
           end-if.                                                      14240015
           if w-row-tot not less than w-row-max                         14250015
              display program-name ' element walk truncated at '        14260015
                  w-row-max ' for ' sql-rec-name                        14270015
              go to close-drfwalk                                       14280015
           end-if.                                                      14290015
           add 1 to w-row-tot.                                          14300015
           move w-row-tot to W-i.                                       14310015
           move sql-ele            to row-ele(W-i).                     14320015
           move sql-prefix         to row-prefix(W-i).                  14330015
           compute row-seq(W-i) = sql-seq / 100.                        14340015
           move sql-lvl            to row-lvl(W-i).                     14350015
           move sql-isgrp          to row-isgrp(W-i).                   14360015
           move sql-elepic         to row-elepic(W-i).                  14370015
           move sql-mode           to row-mode(W-i).                    14380015
           move sql-offset         to row-offset(W-i).                  14390015
           move sql-len            to row-len(W-i).                     14400015
           move sql-occ            to row-occ(W-i).                     14410015
           move sql-occdepend-seq  to row-occdepend(W-i).               14420015
           move W-i to W-jx.                                            14430015
           perform 4100-BUILD-NAME.                                     14440015
           move W-name(1:30)       to row-name(W-i).                    14450015
           go to fetch-loop.                                            14460015
       close-drfwalk.                                                   14470015
           EXEC SQL CLOSE DRFWALK END-EXEC.                             14480015
                                                                        14490015
           move 0 to W-i.                                               14500015
       ordinal-loop.                                                    14510015
           add 1 to W-i.                                                14520015
           if W-i > w-row-tot                                           14530015
              go to section-exit                                        14540015
           end-if.                                                      14550015
           move 1 to row-ord(W-i).                                      14560015
           move 0 to W-k.                                               14570015
       ordinal-scan.                                                    14580015
           add 1 to W-k.                                                14590015
           if W-k not less than W-i                                     14600015
              go to ordinal-loop                                        14610015
           end-if.                                                      14620015
           if row-name(W-k) = row-name(W-i)                             14630015
              add 1 to row-ord(W-i)                                     14640015
           end-if.                                                      14650015
           go to ordinal-scan.                                          14660015
       SECTION-EXIT.                                                    14670015
           EXIT.                                                        14680015
      *----------------------------------------------------------------*14690015
      *  the generated data name of the row at W-jx : PREFIX + ELE,    *14700015
      *  FILLER unprefixed, capped at 30 characters - the isptb023     *14710015
      *  0680-BUILD-NAME rule, so the names pair with its output.      *14720015
      *----------------------------------------------------------------*14730015
       4100-BUILD-NAME                     SECTION.                     14740015
      *----------------------------------------------------------------*14750015
       SECTION-ENTRY.                                                   14760015
           move spaces to W-name.                                       14770015
           move 0 to W-name-len.                                        14780015
           if row-ele(W-jx) = 'FILLER'                                  14790015
            or row-prefix(W-jx) = spaces                                14800015
              move row-ele(W-jx) to W-name                              14810015
              move 32 to W-name-len                                     14820015
              perform 4150-RTRIM-NAME                                   14830015
              go to name-cap                                            14840015
           end-if.                                                      14850015
           move row-prefix(W-jx) to W-name.                             14860015
           move 8 to W-name-len.                                        14870015
           perform 4150-RTRIM-NAME.                                     14880015
           move row-ele(W-jx)                                           14890015
             to W-name(W-name-len + 1:32).                              14900015
           compute W-name-len = W-name-len + 32.                        14910015
           perform 4150-RTRIM-NAME.                                     14920015
       name-cap.                                                        14930015
           if W-name-len > 30                                           14940015
              move 30 to W-name-len                                     14950015
              move spaces to W-name(31:10)                              14960015
           end-if.                                                      14970015
           if W-name-len < 1                                            14980015
              move 'FILLER' to W-name                                   14990015
              move 6 to W-name-len                                      15000015
           end-if.                                                      15010015
           inspect W-name converting                                    15020015
               'abcdefghijklmnopqrstuvwxyz'                             15030015
            to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.                            15040015
       SECTION-EXIT.                                                    15050015
           EXIT.                                                        15060015
      *----------------------------------------------------------------*15070015
       4150-RTRIM-NAME                     SECTION.                     15080015
      *----------------------------------------------------------------*15090015
       SECTION-ENTRY.                                                   15100015
       rtrim-loop.                                                      15110015
           if W-name-len > 0 and W-name(W-name-len:1) = space           15120015
              subtract 1 from W-name-len                                15130015
              go to rtrim-loop                                          15140015
           end-if.                                                      15150015
       SECTION-EXIT.                                                    15160015
           EXIT.                                                        15170015
      *----------------------------------------------------------------*15180015
      *  the isptb008 comparison : each RECORD_INFO row against the    *15190015
      *  copybook item of the same name and occurrence (MISSING when   *15200015
      *  there is none, attribute exceptions when it lays out          *15210015
      *  differently), then every copybook item left unpaired          *15220015
      *  (EXTRA).                                                      *15230015
      *----------------------------------------------------------------*15240015
       5000-DIFF-LAYOUT                    SECTION.                     15250015
      *----------------------------------------------------------------*15260015
       SECTION-ENTRY.                                                   15270015
           move 0 to W-ix.                                              15280015
       row-loop.                                                        15290015
           add 1 to W-ix.                                               15300015
           if W-ix > w-row-tot                                          15310015
              go to extras                                              15320015
           end-if.                                                      15330015
           move row-name(W-ix) to W-drift-ele.                          15340015
           move 0 to W-j.                                               15350015
       pair-scan.                                                       15360015
           add 1 to W-j.                                                15370015
           if W-j > w-cpy-tot                                           15380015
              move 'MISSING' to W-drift-kind                            15390015
              move row-offset(W-ix) to W-val-ed                         15400015
              move spaces to W-dict-text                                15410015
              string 'OFFSET' W-val-ed delimited by size                15420015
                  into W-dict-text                                      15430015
              move 'NOT IN COPYBOOK' to W-copy-text                     15440015
              perform 5900-WRITE-DRIFT                                  15450015
              go to row-loop                                            15460015
           end-if.                                                      15470015
           if cpy-matched(W-j) = 'Y'                                    15480015
            or cpy-name(W-j) not = row-name(W-ix)                       15490015
            or cpy-ord(W-j) not = row-ord(W-ix)                         15500015
              go to pair-scan                                           15510015
           end-if.                                                      15520015
           move 'Y' to cpy-matched(W-j).                                15530015
           perform 5100-COMPARE-PAIR.                                   15540015
           go to row-loop.                                              15550015
                                                                        15560015
       extras.                                                          15570015
           move 0 to W-j.                                               15580015
       extra-loop.                                                      15590015
           add 1 to W-j.                                                15600015
           if W-j > w-cpy-tot                                           15610015
              go to section-exit                                        15620015
           end-if.                                                      15630015
           if cpy-matched(W-j) = 'Y'                                    15640015
              go to extra-loop                                          15650015
           end-if.                                                      15660015
           move 'EXTRA' to W-drift-kind.                                15670015
           move cpy-name(W-j) to W-drift-ele.                           15680015
           move 'NOT IN RECORD_INFO' to W-dict-text.                    15690015
           move cpy-offset(W-j) to W-val-ed.                            15700015
           move spaces to W-copy-text.                                  15710015
           string 'OFFSET' W-val-ed delimited by size                   15720015
               into W-copy-text.                                        15730015
           perform 5900-WRITE-DRIFT.                                    15740015
           go to extra-loop.                                            15750015
       SECTION-EXIT.                                                    15760015
           EXIT.                                                        15770015
      *----------------------------------------------------------------*15780015
      *  row W-ix against copybook item W-j, one exception line per    *15790015
      *  attribute that differs.                                       *15800015
      *----------------------------------------------------------------*15810015
       5100-COMPARE-PAIR                   SECTION.                     15820015
      *----------------------------------------------------------------*15830015
       SECTION-ENTRY.                                                   15840015
           if row-lvl(W-ix) not = cpy-lvl(W-j)                          15850015
              move 'LEVEL' to W-drift-kind                              15860015
              move row-lvl(W-ix) to W-val-ed                            15870015
              move W-val-ed to W-dict-text                              15880015
              move cpy-lvl(W-j) to W-val-ed                             15890015
              move W-val-ed to W-copy-text                              15900015
              perform 5900-WRITE-DRIFT                                  15910015
           end-if.                                                      15920015
                                                                        15930015
           if row-isgrp(W-ix) = 'Y'                                     15940015
              move 'GROUP' to W-dict-text                               15950015
           else                                                         15960015
              move 'ELEMENTARY' to W-dict-text                          15970015
           end-if.                                                      15980015
           if cpy-isgrp(W-j) = 'Y'                                      15990015
              move 'GROUP' to W-copy-text                               16000015
           else                                                         16010015
              move 'ELEMENTARY' to W-copy-text                          16020015
           end-if.                                                      16030015
           if W-dict-text not = W-copy-text                             16040015
              move 'GROUP' to W-drift-kind                              16050015
              perform 5900-WRITE-DRIFT                                  16060015
           end-if.                                                      16070015
                                                                        16080015
           if row-offset(W-ix) not = cpy-offset(W-j)                    16090015
              move 'OFFSET' to W-drift-kind                             16100015
              move row-offset(W-ix) to W-val-ed                         16110015
              move W-val-ed to W-dict-text                              16120015
              move cpy-offset(W-j) to W-val-ed                          16130015
              move W-val-ed to W-copy-text                              16140015
              perform 5900-WRITE-DRIFT                                  16150015
           end-if.                                                      16160015
                                                                        16170015
           if row-len(W-ix) not = cpy-size(W-j)                         16180015
              move 'LENGTH' to W-drift-kind                             16190015
              move row-len(W-ix) to W-val-ed                            16200015
              move W-val-ed to W-dict-text                              16210015
              move cpy-size(W-j) to W-val-ed                            16220015
              move W-val-ed to W-copy-text                              16230015
              perform 5900-WRITE-DRIFT                                  16240015
           end-if.                                                      16250015
                                                                        16260015
           if row-occ(W-ix) not = cpy-occ(W-j)                          16270015
              move 'OCCURS' to W-drift-kind                             16280015
              move row-occ(W-ix) to W-val-ed                            16290015
              move W-val-ed to W-dict-text                              16300015
              move cpy-occ(W-j) to W-val-ed                             16310015
              move W-val-ed to W-copy-text                              16320015
              perform 5900-WRITE-DRIFT                                  16330015
           end-if.                                                      16340015
                                                                        16350015
           move spaces to W-dict-text.                                  16360015
           if row-occdepend(W-ix) > 0                                   16370015
              move row-occdepend(W-ix) to W-want-seq                    16380015
              perform 5200-FIND-ROW                                     16390015
              if W-found-ix > 0                                         16400015
                 move row-name(W-found-ix) to W-dict-text               16410015
              end-if                                                    16420015
           end-if.                                                      16430015
           move cpy-depend(W-j) to W-copy-text.                         16440015
           if W-dict-text not = W-copy-text                             16450015
              move 'DEPENDING' to W-drift-kind                          16460015
              if W-dict-text = spaces                                   16470015
                 move '(NONE)' to W-dict-text                           16480015
              end-if                                                    16490015
              if W-copy-text = spaces                                   16500015
                 move '(NONE)' to W-copy-text                           16510015
              end-if                                                    16520015
              perform 5900-WRITE-DRIFT                                  16530015
           end-if.                                                      16540015
                                                                        16550015
      *    picture and usage are elementary attributes only.           *16560015
           if row-isgrp(W-ix) = 'Y' or cpy-isgrp(W-j) = 'Y'             16570015
              go to section-exit                                        16580015
           end-if.                                                      16590015
                                                                        16600015
           if row-elepic(W-ix) not = spaces                             16610015
              move row-elepic(W-ix) to W-pic-in                         16620015
              perform 3300-ANALYSE-PIC                                  16630015
              move W-pic-canon to W-dict-canon                          16640015
              move cpy-pic(W-j) to W-pic-in                             16650015
              perform 3300-ANALYSE-PIC                                  16660015
              if W-dict-canon not = W-pic-canon                         16670015
                 move 'PIC' to W-drift-kind                             16680015
                 move row-elepic(W-ix) to W-dict-text                   16690015
                 move cpy-pic(W-j) to W-copy-text                       16700015
                 perform 5900-WRITE-DRIFT                               16710015
              end-if                                                    16720015
           end-if.                                                      16730015
                                                                        16740015
           if row-mode(W-ix) not = cpy-usage(W-j)                       16750015
              move 'USAGE' to W-drift-kind                              16760015
              move row-mode(W-ix) to W-usage-found                      16770015
              perform 5300-USAGE-TEXT                                   16780015
              move W-name to W-dict-text                                16790015
              move cpy-usage(W-j) to W-usage-found                      16800015
              perform 5300-USAGE-TEXT                                   16810015
              move W-name to W-copy-text                                16820015
              perform 5900-WRITE-DRIFT                                  16830015
           end-if.                                                      16840015
       SECTION-EXIT.                                                    16850015
           EXIT.                                                        16860015
      *----------------------------------------------------------------*16870015
      *  locate the row whose seq equals W-want-seq.                   *16880015
      *----------------------------------------------------------------*16890015
       5200-FIND-ROW                       SECTION.                     16900015
      *----------------------------------------------------------------*16910015
       SECTION-ENTRY.                                                   16920015
           move 0 to W-found-ix.                                        16930015
           move 0 to W-i.                                               16940015
       find-loop.                                                       16950015
           add 1 to W-i.                                                16960015
           if W-i > w-row-tot                                           16970015
              go to section-exit                                        16980015
           end-if.                                                      16990015
           if row-seq(W-i) = W-want-seq                                 17000015
              move W-i to W-found-ix                                    17010015
              go to section-exit                                        17020015
           end-if.                                                      17030015
           go to find-loop.                                             17040015
       SECTION-EXIT.                                                    17050015
           EXIT.                                                        17060015
      *----------------------------------------------------------------*17070015
      *  the usage code in W-usage-found as its COBOL word in W-name.  *17080015
      *----------------------------------------------------------------*17090015
       5300-USAGE-TEXT                     SECTION.                     17100015
      *----------------------------------------------------------------*17110015
       SECTION-ENTRY.                                                   17120015
           evaluate W-usage-found                                       17130015
              when 0                                                    17140015
                 move 'DISPLAY' to W-name                               17150015
              when 1                                                    17160015
                 move 'COMP'    to W-name                               17170015
              when 2                                                    17180015
                 move 'COMP-3'  to W-name                               17190015
              when 3                                                    17200015
                 move 'COMP-1'  to W-name                               17210015
              when 4                                                    17220015
                 move 'COMP-2'  to W-name                               17230015
              when other                                                17240015
                 move W-usage-found to W-val-ed                         17250015
                 move W-val-ed  to W-name                               17260015
           end-evaluate.                                                17270015
       SECTION-EXIT.                                                    17280015
           EXIT.                                                        17290015
      *----------------------------------------------------------------*17300015
       5900-WRITE-DRIFT                    SECTION.                     17310015
      *----------------------------------------------------------------*17320015
       SECTION-ENTRY.                                                   17330015
           add 1 to W-rec-exc-cnt.                                      17340015
           move W-drift-kind to RPT-DR-KIND.                            17350015
           move W-drift-ele  to RPT-DR-ELE.                             17360015
           move W-dict-text  to RPT-DR-DICT.                            17370015
           move W-copy-text  to RPT-DR-COPY.                            17380015
           write DRIFTRPT-LINE from RPT-DRIFT.                          17390015
       SECTION-EXIT.                                                    17400015
           EXIT.                                                        17410015
      *----------------------------------------------------------------*17420015
      *  JSON records whose member never turned up in the unload.      *17430015
      *----------------------------------------------------------------*17440015
       7000-UNMATCHED-RECORDS              SECTION.                     17450015
      *----------------------------------------------------------------*17460015
       SECTION-ENTRY.                                                   17470015
           move 0 to W-i.                                               17480015
       unseen-loop.                                                     17490015
           add 1 to W-i.                                                17500015
           if W-i > w-tgt-tot                                           17510015
              go to section-exit                                        17520015
           end-if.                                                      17530015
           if tgt-seen(W-i) = 'Y'                                       17540015
              go to unseen-loop                                         17550015
           end-if.                                                      17560015
           add 1 to W-NOMEMBER-CNT.                                     17570015
           move tgt-rec(W-i)    to RPT-REC.                             17580015
           move tgt-recver(W-i) to RPT-RECVER.                          17590015
           move tgt-member(W-i) to RPT-MEMBER.                          17600015
           move 'NO MEMBER IN THE UNLOAD' to RPT-SOURCE.                17610015
           write DRIFTRPT-LINE from RPT-RECORD.                         17620015
           go to unseen-loop.                                           17630015
       SECTION-EXIT.                                                    17640015
           EXIT.                                                        17650015
      *----------------------------------------------------------------*17660015
       9000-FINISH                         SECTION.                     17670015
      *----------------------------------------------------------------*17680015
       SECTION-ENTRY.                                                   17690015
           finish.                                                      17700015
       SECTION-EXIT.                                                    17710015
           EXIT.                                                        17720015
      *----------------------------------------------------------------*17730015
       copy idms idms-status.                                           17740015
      *----------------------------------------------------------------*17750015
       9999-DB-ERROR                       SECTION.                     17760015
      *----------------------------------------------------------------*17770015
       SECTION-ENTRY.                                                   17780015
           DISPLAY '       9999-DB-ERROR'.                              17790015
           EXIT PROGRAM.                                                17800015
           STOP RUN.                                                    17810015
       SECTION-EXIT.                                                    17820015
           EXIT.                                                        17830015
