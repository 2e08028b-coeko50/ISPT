      *COBOL PGM SOURCE FOR isptb029                                    00010015
      *RETRIEVAL                                                        00020015
      *DMLIST                                                           00030015
       IDENTIFICATION DIVISION.                                         00040015
       PROGRAM-ID.                     isptb029.                        00050015
       AUTHOR.                         Kosie.                           00060015
       DATE-WRITTEN.                   26/10/15.                        00070015
      *----------------------------------------------------------------*00080015
      *                                                                *00090015
      *                                                                *00100015
      * Clearance recertification report.                              *00110015
      *                                                                *00120015
      * The periodic access review wants every MODAUTH-167 module      *00130015
      * clearance and ELEAUTH-170 element clearance justified by real  *00140015
      * use.  This job crosses the current grants (the SYS-MODAUTH /   *00150015
      * SYS-ELEAUTH walks) against the AUDITLOG caller identities and  *00160015
      * the isptb011 usage master, and prints :                        *00170015
      *   GRANTS UNUSED       grants whose caller has not retrieved    *00180015
      *                       the module in the last N days - with     *00190015
      *                       the caller's last retrieval, and the     *00200015
      *                       module's last-seen from the usage master *00210015
      *   UNKNOWN CALLERS     grants held by a caller identity that    *00220015
      *                       appears nowhere in the audit history     *00230015
      *   OPEN MODULES        usage-master modules with no MODAUTH     *00240015
      *                       rows at all - open to every caller       *00250015
      *                                                                *00260015
      * A retrieval is an AUDITLOG row flagged found ('Y') or masked   *00270015
      * ('M') - denied and not-found rows exercise no clearance.  An   *00280015
      * element clearance is in use when its caller retrieves the      *00290015
      * module, the finest grain the audit trail records.              *00300015
      *                                                                *00310015
      * -------------------------------------------------------------  *00320015
      *                                                                *00330015
      * Files :                                                        *00340015
      *   AUDITLOG  the audit history - normally the whole             *00350015
      *             ISPT.PROD.AUDITLOG.HIST GDG concatenated, so the   *00360015
      *             window covers more than the day's log              *00370015
      *   USAGEMST  the current usage-master generation isptb011       *00380015
      *             writes (NEWMAST layout) - optional, without it     *00390015
      *             the open-module list and the last-seen dates are   *00400015
      *             left empty                                         *00410015
      *   RECERRPT  the report                                         *00420015
      *                                                                *00430015
      * SYSIN control card, one card, optional :                       *00440015
      *   01-03   N  days without a retrieval before a grant makes     *00450015
      *              the unused list (default 90)                      *00460015
      *                                                                *00470015
      * Same SYS- system-owned-set assumption documented in isptb006   *00480015
      * is used here (SYS-MODAUTH, SYS-ELEAUTH) to enumerate the       *00490015
      * clearance tables.                                              *00500015
      *                                                                *00510015
      * Maintenance                                                    *00520015
      * 26/10/15  new program                                          *00530015
      *                                                                *00540015
      *----------------------------------------------------------------*00550015
       ENVIRONMENT DIVISION.                                            00560015
      *                                                                 00570015
       CONFIGURATION SECTION.                                           00580015
      *SOURCE-COMPUTER.                IBM WITH DEBUGGING MODE.         00590015
      *                                                                 00600015
       IDMS-CONTROL SECTION.                                            00610015
       PROTOCOL.  MODE IS BATCH            DEBUG                        00620015
                  IDMS-RECORDS MANUAL.                                  00630015
      *----------------------------------------------------------------*00640015
      *                                                                *00650015
      *----------------------------------------------------------------*00660015
       INPUT-OUTPUT SECTION.                                            00670015
       FILE-CONTROL.                                                    00680015
           SELECT DICTPARM    ASSIGN TO DICTPARM                        00690015
               FILE STATUS IS WS-DICTPARM-STATUS.                       00700015
           SELECT SYSIN       ASSIGN TO SYSIN                           00710015
               FILE STATUS IS WS-SYSIN-STATUS.                          00720015
           SELECT AUDITLOG    ASSIGN TO AUDITLOG                        00730015
               FILE STATUS IS WS-AUDITLOG-STATUS.                       00740015
           SELECT USAGEMST    ASSIGN TO USAGEMST                        00750015
               FILE STATUS IS WS-USAGEMST-STATUS.                       00760015
           SELECT RECERRPT    ASSIGN TO RECERRPT                        00770015
               FILE STATUS IS WS-RECERRPT-STATUS.                       00780015
      *----------------------------------------------------------------*00790015
      *                                                                *00800015
      *----------------------------------------------------------------*00810015
       DATA DIVISION.                                                   00820015
      *                                                                 00830015
       SCHEMA SECTION.                                                  00840015
       DB    IDMSNWKA WITHIN IDMSNTWK VERSION 1.                        00850015
      *----------------------------------------------------------------*00860015
      *                                                                *00870015
      *----------------------------------------------------------------*00880015
       FILE SECTION.                                                    00890015
       FD  DICTPARM                                                     00900015
           RECORDING MODE IS F.                                         00910015
       01  DICTPARM-CARD.                                               00920015
           05 DP-DICTNAME                     PIC X(08).                00930015
           05 FILLER                          PIC X(72).                00940015
                                                                        00950015
       FD  SYSIN                                                        00960015
           RECORDING MODE IS F.                                         00970015
       01  SYSIN-CARD.                                                  00980015
           05 SI-DAYS                         PIC 9(03).                00990015
           05 FILLER                          PIC X(77).                01000015
                                                                        01010015
       FD  AUDITLOG                                                     01020015
           RECORDING MODE IS F.                                         01030015
       01  AUDITLOG-RECORD.                                             01040015
           05 AL-TIMESTAMP                       PIC X(26).             01050015
           05 FILLER                             PIC X(01).             01060015
           05 AL-PROGRAM                         PIC X(08).             01070015
           05 FILLER                             PIC X(01).             01080015
           05 AL-MODNAME                         PIC X(08).             01090015
           05 FILLER                             PIC X(01).             01100015
           05 AL-VERSION                         PIC 9(01).             01110015
           05 FILLER                             PIC X(01).             01120015
           05 AL-FOUND-SW                        PIC X(01).             01130015
              88 AL-FOUND                          VALUE 'Y'.           01140015
              88 AL-NOT-FOUND                       VALUE 'N'.          01150015
              88 AL-DENIED                          VALUE 'D'.          01160015
              88 AL-MASKED                          VALUE 'M'.          01170015
           05 FILLER                             PIC X(01).             01180015
           05 AL-CALLER                          PIC X(08).             01190015
           05 FILLER                             PIC X(19).             01200015
                                                                        01210015
       FD  USAGEMST                                                     01220015
           RECORDING MODE IS F.                                         01230015
       01  USAGEMST-RECORD.                                             01240015
           05 UM-MODNAME                      PIC X(08).                01250015
           05 UM-VERSION                      PIC 9(01).                01260015
           05 UM-FIRST-SEEN                   PIC X(08).                01270015
           05 UM-LAST-SEEN                    PIC X(08).                01280015
           05 UM-CALL-CNT                     PIC 9(09).                01290015
           05 UM-NOTFND-CNT                   PIC 9(09).                01300015
           05 FILLER                          PIC X(37).                01310015
                                                                        01320015
       FD  RECERRPT                                                     01330015
           RECORDING MODE IS F.                                         01340015
       01  RECERRPT-LINE                      PIC X(132).               01350015
      *----------------------------------------------------------------*01360015
       WORKING-STORAGE SECTION.                                         01370015
        01 FILLER                                 PIC X(50) VALUE       01380015
            '*******  isptb029  WORKING STORAGE STARTS HERE -->'.       01390015
                                                                        01400015
        EXEC SQL BEGIN DECLARE SECTION END-EXEC.                        01410015
        77 wk-dbname                           PIC x(8).                01420015
        77 wk-dictname                         PIC x(8).                01430015
        EXEC SQL  end  DECLARE SECTION END-EXEC.                        01440015
                                                                        01450015
        01 WORK-FIELDS.                                                 01460015
           05 W-i                                PIC S9(4) COMP.        01470015
           05 W-j                                PIC S9(4) COMP.        01480015
           05 W-days                             PIC 9(03) VALUE 90.    01490015
           05 W-cutoff-date                      PIC X(08).             01500015
           05 W-cutoff-int                       PIC S9(8) COMP.        01510015
           05 W-today                            PIC X(08).             01520015
           05 W-log-cnt                          PIC S9(8) COMP.        01530015
           05 W-log-date                         PIC X(08).             01540015
           05 W-unused-cnt                       PIC S9(4) COMP.        01550015
           05 W-unknown-cnt                      PIC S9(4) COMP.        01560015
           05 W-open-cnt                         PIC S9(4) COMP.        01570015
           05 W-eof-sysin-sw                     PIC X(01) VALUE 'N'.   01580015
              88 SYSIN-EOF                          VALUE 'Y'.          01590015
           05 W-eof-log-sw                       PIC X(01) VALUE 'N'.   01600015
              88 LOG-EOF                            VALUE 'Y'.          01610015
           05 W-eof-um-sw                        PIC X(01) VALUE 'N'.   01620015
              88 USAGEMST-EOF                       VALUE 'Y'.          01630015
           05 W-restricted-sw                    PIC X(01).             01640015
              88 MODULE-RESTRICTED                  VALUE 'Y'.          01650015
              88 MODULE-OPEN                        VALUE 'N'.          01660015
           05 WS-SYSIN-STATUS                    PIC X(02).             01670015
           05 WS-AUDITLOG-STATUS                 PIC X(02).             01680015
           05 WS-USAGEMST-STATUS                 PIC X(02).             01690015
           05 WS-RECERRPT-STATUS                 PIC X(02).             01700015
           05 W-current-date-area.                                      01710015
              10 W-cd-date                       PIC X(08).             01720015
              10 FILLER                          PIC X(13).             01730015
                                                                        01740015
      *    every current clearance, with its caller's last retrieval   *01750015
      *    of the module out of the audit history.                     *01760015
        01 GRANT-TABLE.                                                 01770015
           02 w-grt-max                      PIC S9(4) COMP VALUE 2000. 01780015
           02 w-grt-tot                      PIC S9(4) COMP VALUE 0.    01790015
           02 w-grt-dropped                  PIC S9(4) COMP VALUE 0.    01790215
           02 grt-entry occurs 2000 times.                              01800015
              05 grt-type                    PIC X(07).                 01810015
              05 grt-modname                 PIC X(08).                 01820015
              05 grt-caller                  PIC X(08).                 01830015
              05 grt-element                 PIC X(32).                 01840015
              05 grt-last-used               PIC X(08).                 01850015
                                                                        01860015
      *    the distinct grant callers, and whether the audit history   *01870015
      *    knows them at all.                                          *01880015
        01 CALLER-TABLE.                                                01890015
           02 w-clr-max                      PIC S9(4) COMP VALUE 500.  01900015
           02 w-clr-tot                      PIC S9(4) COMP VALUE 0.    01910015
           02 w-clr-dropped                  PIC S9(4) COMP VALUE 0.    01910215
           02 clr-entry occurs 500 times.                               01920015
              05 clr-caller                  PIC X(08).                 01930015
              05 clr-last-seen               PIC X(08).                 01940015
                                                                        01950015
      *    the usage master folded to one entry per module name.       *01960015
        01 MODULE-TABLE.                                                01970015
           02 w-mod-max                      PIC S9(4) COMP VALUE 4000. 01980015
           02 w-mod-tot                      PIC S9(4) COMP VALUE 0.    01990015
           02 w-mod-dropped                  PIC S9(4) COMP VALUE 0.    02000015
           02 mod-entry occurs 4000 times.                              02010015
              05 mod-modname                 PIC X(08).                 02020015
              05 mod-last-seen               PIC X(08).                 02030015
              05 mod-calls                   PIC 9(09) COMP-3.          02040015
                                                                        02050015
        01 REPORT-FIELDS.                                               02060015
           05 RPT-HEADING.                                              02070015
              10 RPT-HEAD-TEXT   PIC X(70).                             02080015
           05 RPT-GRANT-LINE.                                           02090015
              10 FILLER          PIC X(02) VALUE SPACE.                 02100015
              10 RPT-G-TYPE      PIC X(08).                             02110015
              10 RPT-G-MODNAME   PIC X(08).                             02120015
              10 FILLER          PIC X(08) VALUE ' CALLER '.            02130015
              10 RPT-G-CALLER    PIC X(08).                             02140015
              10 FILLER          PIC X(01) VALUE SPACE.                 02150015
              10 RPT-G-ELEMENT   PIC X(32).                             02160015
              10 FILLER          PIC X(11) VALUE ' LAST USED '.         02170015
              10 RPT-G-LAST-USED PIC X(08).                             02180015
              10 FILLER          PIC X(18) VALUE                        02190015
                 ' MODULE LAST SEEN '.                                  02200015
              10 RPT-G-MOD-SEEN  PIC X(08).                             02210015
           05 RPT-OPEN-LINE.                                            02220015
              10 FILLER          PIC X(02) VALUE SPACE.                 02230015
              10 RPT-O-MODNAME   PIC X(08).                             02240015
              10 FILLER          PIC X(08) VALUE ' CALLS ='.            02250015
              10 RPT-O-CALLS     PIC ZZZ,ZZZ,ZZ9.                       02260015
              10 FILLER          PIC X(07) VALUE ' LAST ='.             02270015
              10 RPT-O-LAST      PIC X(08).                             02280015
           05 RPT-TOTALS.                                               02290015
              10 FILLER          PIC X(26) VALUE                        02300015
                 'RECERTIFICATION - GRANTS ='.                          02310015
              10 RPT-GRANT-CNT   PIC ZZZ9.                              02320015
              10 FILLER          PIC X(09) VALUE ' UNUSED ='.           02330015
              10 RPT-UNUSED-CNT  PIC ZZZ9.                              02340015
              10 FILLER          PIC X(18) VALUE ' UNKNOWN CALLERS ='.  02350015
              10 RPT-UNKNOWN-CNT PIC ZZZ9.                              02360015
              10 FILLER          PIC X(15) VALUE ' OPEN MODULES ='.     02370015
              10 RPT-OPEN-CNT    PIC ZZZ9.                              02380015
              10 FILLER          PIC X(04) VALUE ' OF'.                 02390015
              10 RPT-LOG-CNT     PIC ZZZ,ZZZ,ZZ9.                       02400015
              10 FILLER          PIC X(13) VALUE ' LOG RECORDS.'.       02410015
                                                                        02420015
        01 WS-DICTPARM-FIELDS.                                          02430015
           05 WS-DICTPARM-STATUS                 PIC X(02).             02440015
                                                                        02450015
        01 COPY IDMS SUBSCHEMA-NAMES.                                   02460015
        01 IDMS-WORK-AREA.                                              02470015
           02 COPY IDMS SUBSCHEMA-CTRL.                                 02480015
           02 COPY IDMS RECORD MODAUTH-167.                             02490015
           02 COPY IDMS RECORD ELEAUTH-170.                             02500015
      *----------------------------------------------------------------*02510015
       PROCEDURE DIVISION.                                              02520015
      *----------------------------------------------------------------*02530015
      *                                                                *02540015
      *----------------------------------------------------------------*02550015
       0000-MAINLINE                       SECTION.                     02560015
      *----------------------------------------------------------------*02570015
       SECTION-ENTRY.                                                   02580015
           DISPLAY '*  isptb029 ENTRY               *'.                 02590015
           MOVE FUNCTION CURRENT-DATE TO W-current-date-area.           02600015
           MOVE W-cd-date TO W-today.                                   02610015
           PERFORM 0050-READ-SYSIN.                                     02620015
           COMPUTE W-cutoff-int =                                       02630015
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(W-today))       02640015
               - W-days.                                                02650015
           COMPUTE W-cutoff-int =                                       02660015
               FUNCTION DATE-OF-INTEGER(W-cutoff-int).                  02670015
           MOVE W-cutoff-int TO W-cutoff-date.                          02680015
                                                                        02690015
           PERFORM 0100-BIND-DATABASE.                                  02700015
           OPEN OUTPUT RECERRPT.                                        02710015
           MOVE 0 TO W-log-cnt, W-unused-cnt, W-unknown-cnt,            02720015
                     W-open-cnt.                                        02730015
                                                                        02740015
           PERFORM 0200-LOAD-GRANTS.                                    02750015
           PERFORM 9000-FINISH.                                         02760015
           PERFORM 0300-LOAD-USAGE-MASTER.                              02770015
           PERFORM 0400-SCAN-AUDIT-HISTORY.                             02780015
                                                                        02790015
           PERFORM 0500-REPORT-UNUSED.                                  02800015
           PERFORM 0600-REPORT-UNKNOWN-CALLERS.                         02810015
           PERFORM 0700-REPORT-OPEN-MODULES.                            02820015
                                                                        02830015
           MOVE w-grt-tot     TO RPT-GRANT-CNT.                         02840015
           MOVE W-unused-cnt  TO RPT-UNUSED-CNT.                        02850015
           MOVE W-unknown-cnt TO RPT-UNKNOWN-CNT.                       02860015
           MOVE W-open-cnt    TO RPT-OPEN-CNT.                          02870015
           MOVE W-log-cnt     TO RPT-LOG-CNT.                           02880015
           WRITE RECERRPT-LINE FROM RPT-TOTALS.                         02890015
                                                                        02900015
           CLOSE RECERRPT.                                              02910015
           IF w-clr-dropped > 0 OR w-grt-dropped > 0                    02910215
              MOVE 4 TO RETURN-CODE                                     02910415
           END-IF.                                                      02910615
           EXIT PROGRAM.                                                02920015
           STOP RUN.                                                    02930015
       SECTION-EXIT.                                                    02940015
           EXIT.                                                        02950015
      *----------------------------------------------------------------*02960015
       0050-READ-SYSIN                     SECTION.                     02970015
      *----------------------------------------------------------------*02980015
       SECTION-ENTRY.                                                   02990015
           OPEN INPUT SYSIN.                                            03000015
           IF WS-SYSIN-STATUS = '00'                                    03010015
              READ SYSIN                                                03020015
                 AT END SET SYSIN-EOF TO TRUE                           03030015
              END-READ                                                  03040015
              IF NOT SYSIN-EOF                                          03050015
               AND SI-DAYS NUMERIC                                      03060015
               AND SI-DAYS > 0                                          03070015
                 MOVE SI-DAYS TO W-days                                 03080015
              END-IF                                                    03090015
              CLOSE SYSIN                                               03100015
           END-IF.                                                      03110015
       SECTION-EXIT.                                                    03120015
           EXIT.                                                        03130015
      *----------------------------------------------------------------*03140015
      *  the dictionary name is a runtime parameter : one DICTPARM     *03150015
      *  card overrides the ISPTDICT default, so the same tooling can  *03160015
      *  be pointed at the test dictionary.                            *03170015
      *----------------------------------------------------------------*03180015
       0080-GET-DICTNAME                   SECTION.                     03190015
      *----------------------------------------------------------------*03200015
       SECTION-ENTRY.                                                   03210015
           move 'ISPTDICT' to wk-dictname.                              03220015
           OPEN INPUT DICTPARM.                                         03230015
           IF WS-DICTPARM-STATUS = '00'                                 03240015
              READ DICTPARM                                             03250015
                 AT END CONTINUE                                        03260015
                 NOT AT END                                             03270015
                    IF DP-DICTNAME NOT = SPACES                         03280015
                       MOVE DP-DICTNAME TO wk-dictname                  03290015
                    END-IF                                              03300015
              END-READ                                                  03310015
              CLOSE DICTPARM                                            03320015
           END-IF.                                                      03330015
       SECTION-EXIT.                                                    03340015
           EXIT.                                                        03350015
      *----------------------------------------------------------------*03360015
       0100-BIND-DATABASE                  SECTION.                     03370015
      *----------------------------------------------------------------*03380015
       SECTION-ENTRY.                                                   03390015
           perform 0080-GET-DICTNAME.                                   03400015
                                                                        03410015
           exec sql                                                     03420015
               select segment                                           03430015
                 into :wk-dbname                                        03440015
               from system.schema                                       03450015
               where name = :wk-dictname                                03460015
           end-exec.                                                    03470015
                                                                        03480015
           if sqlcode not = 0                                           03490015
              display ' isptb029 Error getting DB-NAME, sqlcode='       03500015
                 sqlcode ' state: ' sqlstate                            03510015
              go to section-exit                                        03520015
           end-if.                                                      03530015
                                                                        03540015
           MOVE 'ISPTB029' TO PROGRAM-NAME.                             03550015
           BIND RUN-UNIT  dbname wk-dbname                              03560015
           IF ANY-ERROR-STATUS                                          03570015
              PERFORM 9999-DB-ERROR                                     03580015
           END-IF                                                       03590015
           BIND MODAUTH-167                                             03600015
           IF ANY-ERROR-STATUS                                          03610015
              PERFORM 9999-DB-ERROR                                     03620015
           END-IF                                                       03630015
           BIND ELEAUTH-170                                             03640015
           IF ANY-ERROR-STATUS                                          03650015
              PERFORM 9999-DB-ERROR                                     03660015
           END-IF.                                                      03670015
           ready  ddldclod usage-mode retrieval.                        03680015
       SECTION-EXIT.                                                    03690015
           EXIT.                                                        03700015
      *----------------------------------------------------------------*03710015
      *  every MODAUTH-167 and ELEAUTH-170 occurrence into the grant   *03720015
      *  table, and each new caller identity into the caller table.    *03730015
      *----------------------------------------------------------------*03740015
       0200-LOAD-GRANTS                    SECTION.                     03750015
      *----------------------------------------------------------------*03760015
       SECTION-ENTRY.                                                   03770015
           obtain first MODAUTH-167 within SYS-MODAUTH.                 03780015
       modauth-loop.                                                    03790015
           if db-end-of-set                                             03800015
              go to eleauth-walk                                        03810015
           end-if.                                                      03820015
           perform idms-status.                                         03830015
           if w-grt-tot not less than w-grt-max                         03840015
              add 1 to w-grt-dropped                                    03850015
              go to modauth-next                                        03860015
           end-if.                                                      03870015
           add 1 to w-grt-tot.                                          03890015
           move 'MODULE '            to grt-type(w-grt-tot).            03900015
           move MODAUTH-MODNAME-167  to grt-modname(w-grt-tot).         03910015
           move MODAUTH-CALLER-167   to grt-caller(w-grt-tot).          03920015
           move spaces               to grt-element(w-grt-tot).         03930015
           move spaces               to grt-last-used(w-grt-tot).       03940015
           perform 0250-ADD-CALLER.                                     03950015
       modauth-next.                                                    03960015
           obtain next MODAUTH-167 within SYS-MODAUTH.                  03960215
           go to modauth-loop.                                          03970015
       eleauth-walk.                                                    03980015
           obtain first ELEAUTH-170 within SYS-ELEAUTH.                 03990015
       eleauth-loop.                                                    04000015
           if db-end-of-set                                             04010015
              go to section-exit                                        04020015
           end-if.                                                      04030015
           perform idms-status.                                         04040015
           if w-grt-tot not less than w-grt-max                         04050015
              add 1 to w-grt-dropped                                    04060015
              go to eleauth-next                                        04070015
           end-if.                                                      04080015
           add 1 to w-grt-tot.                                          04100015
           move 'ELEMENT'            to grt-type(w-grt-tot).            04110015
           move ELEAUTH-MODNAME-170  to grt-modname(w-grt-tot).         04120015
           move ELEAUTH-CALLER-170   to grt-caller(w-grt-tot).          04130015
           move ELEAUTH-ELE-170      to grt-element(w-grt-tot).         04140015
           move spaces               to grt-last-used(w-grt-tot).       04150015
           perform 0250-ADD-CALLER.                                     04160015
       eleauth-next.                                                    04170015
           obtain next ELEAUTH-170 within SYS-ELEAUTH.                  04170215
           go to eleauth-loop.                                          04180015
       SECTION-EXIT.                                                    04190015
           EXIT.                                                        04200015
      *----------------------------------------------------------------*04210015
       0250-ADD-CALLER                     SECTION.                     04220015
      *----------------------------------------------------------------*04230015
       SECTION-ENTRY.                                                   04240015
           move 0 to W-j.                                               04250015
       caller-scan-loop.                                                04260015
           add 1 to W-j.                                                04270015
           if W-j > w-clr-tot                                           04280015
              go to caller-new                                          04290015
           end-if.                                                      04300015
           if clr-caller(W-j) = grt-caller(w-grt-tot)                   04310015
              go to section-exit                                        04320015
           end-if.                                                      04330015
           go to caller-scan-loop.                                      04340015
       caller-new.                                                      04350015
           if w-clr-tot not less than w-clr-max                         04360015
      *       the grant is still certified for use; only the unknown   *04370015
      *       caller check cannot be made for it.                      *04380015
              add 1 to w-clr-dropped                                    04380215
              go to section-exit                                        04380415
           end-if.                                                      04380615
           add 1 to w-clr-tot.                                          04390015
           move grt-caller(w-grt-tot) to clr-caller(w-clr-tot).         04400015
           move spaces                to clr-last-seen(w-clr-tot).      04410015
       SECTION-EXIT.                                                    04420015
           EXIT.                                                        04430015
      *----------------------------------------------------------------*04440015
      *  the usage master is in module / version order - fold the      *04450015
      *  versions of a module into one entry (total calls, latest      *04460015
      *  last-seen).                                                   *04470015
      *----------------------------------------------------------------*04480015
       0300-LOAD-USAGE-MASTER              SECTION.                     04490015
      *----------------------------------------------------------------*04500015
       SECTION-ENTRY.                                                   04510015
           OPEN INPUT USAGEMST.                                         04520015
           IF WS-USAGEMST-STATUS NOT = '00'                             04530015
              DISPLAY 'ISPTB029 - USAGEMST OPEN STATUS '                04540015
                  WS-USAGEMST-STATUS ' - NO USAGE MASTER DATA.'         04550015
              GO TO SECTION-EXIT                                        04560015
           END-IF.                                                      04570015
       master-loop.                                                     04580015
           READ USAGEMST                                                04590015
               AT END SET USAGEMST-EOF TO TRUE.                         04600015
           IF USAGEMST-EOF                                              04610015
              CLOSE USAGEMST                                            04620015
              GO TO SECTION-EXIT                                        04630015
           END-IF.                                                      04640015
           IF w-mod-tot > 0                                             04650015
              IF mod-modname(w-mod-tot) = UM-MODNAME                    04660015
                 ADD UM-CALL-CNT TO mod-calls(w-mod-tot)                04670015
                 IF UM-LAST-SEEN > mod-last-seen(w-mod-tot)             04680015
                    MOVE UM-LAST-SEEN TO mod-last-seen(w-mod-tot)       04690015
                 END-IF                                                 04700015
                 GO TO master-loop                                      04710015
              END-IF                                                    04720015
           END-IF.                                                      04730015
           IF w-mod-tot NOT LESS THAN w-mod-max                         04740015
              ADD 1 TO w-mod-dropped                                    04750015
              GO TO master-loop                                         04760015
           END-IF.                                                      04770015
           ADD 1 TO w-mod-tot.                                          04780015
           MOVE UM-MODNAME   TO mod-modname(w-mod-tot).                 04790015
           MOVE UM-LAST-SEEN TO mod-last-seen(w-mod-tot).               04800015
           MOVE UM-CALL-CNT  TO mod-calls(w-mod-tot).                   04810015
           GO TO master-loop.                                           04820015
       SECTION-EXIT.                                                    04830015
           EXIT.                                                        04840015
      *----------------------------------------------------------------*04850015
      *  every audit row marks its caller as seen; a retrieval also    *04860015
      *  advances the last-used date of each grant it exercises.       *04870015
      *----------------------------------------------------------------*04880015
       0400-SCAN-AUDIT-HISTORY             SECTION.                     04890015
      *----------------------------------------------------------------*04900015
       SECTION-ENTRY.                                                   04910015
           OPEN INPUT AUDITLOG.                                         04920015
           IF WS-AUDITLOG-STATUS NOT = '00'                             04930015
              DISPLAY 'ISPTB029 - AUDITLOG OPEN STATUS '                04940015
                  WS-AUDITLOG-STATUS                                    04950015
              GO TO SECTION-EXIT                                        04960015
           END-IF.                                                      04970015
       log-loop.                                                        04980015
           READ AUDITLOG                                                04990015
               AT END SET LOG-EOF TO TRUE.                              05000015
           IF LOG-EOF                                                   05010015
              CLOSE AUDITLOG                                            05020015
              GO TO SECTION-EXIT                                        05030015
           END-IF.                                                      05040015
           ADD 1 TO W-log-cnt.                                          05050015
           MOVE AL-TIMESTAMP(1:8) TO W-log-date.                        05060015
           MOVE 0 TO W-j.                                               05070015
       log-caller-loop.                                                 05080015
           ADD 1 TO W-j.                                                05090015
           IF W-j NOT > w-clr-tot                                       05100015
              IF clr-caller(W-j) = AL-CALLER                            05110015
                 IF W-log-date > clr-last-seen(W-j)                     05120015
                    MOVE W-log-date TO clr-last-seen(W-j)               05130015
                 END-IF                                                 05140015
              ELSE                                                      05150015
                 GO TO log-caller-loop                                  05160015
              END-IF                                                    05170015
           END-IF.                                                      05180015
           IF NOT AL-FOUND AND NOT AL-MASKED                            05190015
              GO TO log-loop                                            05200015
           END-IF.                                                      05210015
           MOVE 0 TO W-i.                                               05220015
       log-grant-loop.                                                  05230015
           ADD 1 TO W-i.                                                05240015
           IF W-i > w-grt-tot                                           05250015
              GO TO log-loop                                            05260015
           END-IF.                                                      05270015
           IF grt-modname(W-i) = AL-MODNAME                             05280015
            AND grt-caller(W-i) = AL-CALLER                             05290015
            AND W-log-date > grt-last-used(W-i)                         05300015
              MOVE W-log-date TO grt-last-used(W-i)                     05310015
           END-IF.                                                      05320015
           GO TO log-grant-loop.                                        05330015
       SECTION-EXIT.                                                    05340015
           EXIT.                                                        05350015
      *----------------------------------------------------------------*05360015
       0500-REPORT-UNUSED                  SECTION.                     05370015
      *----------------------------------------------------------------*05380015
       SECTION-ENTRY.                                                   05390015
           MOVE SPACES TO RPT-HEADING.                                  05400015
           STRING 'GRANTS UNUSED (NO RETRIEVAL SINCE '                  05410015
                  W-cutoff-date ')' DELIMITED BY SIZE                   05420015
               INTO RPT-HEAD-TEXT.                                      05430015
           WRITE RECERRPT-LINE FROM RPT-HEADING.                        05440015
           IF w-grt-dropped > 0                                         05440215
              DISPLAY 'ISPTB029 - GRANT TABLE FULL AT ' w-grt-max ' - ' 05440415
                  w-grt-dropped ' GRANTS NOT CERTIFIED.'                05440615
              MOVE                                                      05440815
                 'GRANT TABLE FULL - SOME GRANTS NOT CERTIFIED (RC 4).' 05441015
                  TO RPT-HEAD-TEXT                                      05441215
              WRITE RECERRPT-LINE FROM RPT-HEADING                      05441415
           END-IF.                                                      05441615
           MOVE 0 TO W-i.                                               05450015
       unused-loop.                                                     05460015
           ADD 1 TO W-i.                                                05470015
           IF W-i > w-grt-tot                                           05480015
              GO TO SECTION-EXIT                                        05490015
           END-IF.                                                      05500015
           IF grt-last-used(W-i) NOT < W-cutoff-date                    05510015
              GO TO unused-loop                                         05520015
           END-IF.                                                      05530015
           ADD 1 TO W-unused-cnt.                                       05540015
           PERFORM 0550-FORMAT-GRANT.                                   05550015
           WRITE RECERRPT-LINE FROM RPT-GRANT-LINE.                     05560015
           GO TO unused-loop.                                           05570015
       SECTION-EXIT.                                                    05580015
           EXIT.                                                        05590015
      *----------------------------------------------------------------*05600015
      *  the grant at W-i onto the detail line, with the module's      *05610015
      *  last-seen date out of the folded usage master.                *05620015
      *----------------------------------------------------------------*05630015
       0550-FORMAT-GRANT                   SECTION.                     05640015
      *----------------------------------------------------------------*05650015
       SECTION-ENTRY.                                                   05660015
           MOVE grt-type(W-i)    TO RPT-G-TYPE.                         05670015
           MOVE grt-modname(W-i) TO RPT-G-MODNAME.                      05680015
           MOVE grt-caller(W-i)  TO RPT-G-CALLER.                       05690015
           MOVE grt-element(W-i) TO RPT-G-ELEMENT.                      05700015
           IF grt-last-used(W-i) = SPACES                               05710015
              MOVE 'NEVER'            TO RPT-G-LAST-USED                05720015
           ELSE                                                         05730015
              MOVE grt-last-used(W-i) TO RPT-G-LAST-USED                05740015
           END-IF.                                                      05750015
           MOVE 'UNKNOWN' TO RPT-G-MOD-SEEN.                            05760015
           MOVE 0 TO W-j.                                               05770015
       mod-seen-loop.                                                   05780015
           ADD 1 TO W-j.                                                05790015
           IF W-j > w-mod-tot                                           05800015
              GO TO SECTION-EXIT                                        05810015
           END-IF.                                                      05820015
           IF mod-modname(W-j) NOT = grt-modname(W-i)                   05830015
              GO TO mod-seen-loop                                       05840015
           END-IF.                                                      05850015
           IF mod-last-seen(W-j) = SPACES                               05860015
              MOVE 'NEVER' TO RPT-G-MOD-SEEN                            05870015
           ELSE                                                         05880015
              MOVE mod-last-seen(W-j) TO RPT-G-MOD-SEEN                 05890015
           END-IF.                                                      05900015
       SECTION-EXIT.                                                    05910015
           EXIT.                                                        05920015
      *----------------------------------------------------------------*05930015
       0600-REPORT-UNKNOWN-CALLERS         SECTION.                     05940015
      *----------------------------------------------------------------*05950015
       SECTION-ENTRY.                                                   05960015
           MOVE 'GRANTS HELD BY CALLERS NEVER SEEN IN THE AUDIT HISTORY'05970015
               TO RPT-HEAD-TEXT.                                        05980015
           WRITE RECERRPT-LINE FROM RPT-HEADING.                        05990015
           IF w-clr-dropped > 0                                         05990215
              DISPLAY 'ISPTB029 - CALLER TABLE FULL AT ' w-clr-max ' - '05990415
                  w-clr-dropped ' GRANTS NOT CHECKED HERE.'             05990615
              MOVE 'CALLER TABLE FULL - SOME GRANTS NOT CHECKED (RC 4).'05990815
                  TO RPT-HEAD-TEXT                                      05991015
              WRITE RECERRPT-LINE FROM RPT-HEADING                      05991215
           END-IF.                                                      05991415
           MOVE 0 TO W-i.                                               06000015
       unknown-loop.                                                    06010015
           ADD 1 TO W-i.                                                06020015
           IF W-i > w-grt-tot                                           06030015
              GO TO SECTION-EXIT                                        06040015
           END-IF.                                                      06050015
           MOVE 0 TO W-j.                                               06060015
       unknown-caller-loop.                                             06070015
           ADD 1 TO W-j.                                                06080015
           IF W-j > w-clr-tot                                           06090015
              GO TO unknown-loop                                        06100015
           END-IF.                                                      06110015
           IF clr-caller(W-j) NOT = grt-caller(W-i)                     06120015
              GO TO unknown-caller-loop                                 06130015
           END-IF.                                                      06140015
           IF clr-last-seen(W-j) NOT = SPACES                           06150015
              GO TO unknown-loop                                        06160015
           END-IF.                                                      06170015
           ADD 1 TO W-unknown-cnt.                                      06180015
           PERFORM 0550-FORMAT-GRANT.                                   06190015
           WRITE RECERRPT-LINE FROM RPT-GRANT-LINE.                     06200015
           GO TO unknown-loop.                                          06210015
       SECTION-EXIT.                                                    06220015
           EXIT.                                                        06230015
      *----------------------------------------------------------------*06240015
      *  usage-master modules no MODAUTH-167 grant names.              *06250015
      *----------------------------------------------------------------*06260015
       0700-REPORT-OPEN-MODULES            SECTION.                     06270015
      *----------------------------------------------------------------*06280015
       SECTION-ENTRY.                                                   06290015
           MOVE 'MODULES WITH NO MODAUTH ROWS (OPEN TO EVERY CALLER)'   06300015
               TO RPT-HEAD-TEXT.                                        06310015
           WRITE RECERRPT-LINE FROM RPT-HEADING.                        06320015
           IF w-mod-dropped > 0                                         06330015
              DISPLAY 'ISPTB029 - ' w-mod-dropped ' USAGE MASTER'       06340015
                  ' MODULES BEYOND THE TABLE - NOT IN THE REPORT.'      06350015
           END-IF.                                                      06360015
           MOVE 0 TO W-j.                                               06370015
       open-loop.                                                       06380015
           ADD 1 TO W-j.                                                06390015
           IF W-j > w-mod-tot                                           06400015
              GO TO SECTION-EXIT                                        06410015
           END-IF.                                                      06420015
           SET MODULE-OPEN TO TRUE.                                     06430015
           MOVE 0 TO W-i.                                               06440015
       open-grant-loop.                                                 06450015
           ADD 1 TO W-i.                                                06460015
           IF W-i NOT > w-grt-tot                                       06470015
              IF grt-type(W-i) = 'MODULE '                              06480015
               AND grt-modname(W-i) = mod-modname(W-j)                  06490015
                 SET MODULE-RESTRICTED TO TRUE                          06500015
              ELSE                                                      06510015
                 GO TO open-grant-loop                                  06520015
              END-IF                                                    06530015
           END-IF.                                                      06540015
           IF MODULE-RESTRICTED                                         06550015
              GO TO open-loop                                           06560015
           END-IF.                                                      06570015
           ADD 1 TO W-open-cnt.                                         06580015
           MOVE mod-modname(W-j)   TO RPT-O-MODNAME.                    06590015
           MOVE mod-calls(W-j)     TO RPT-O-CALLS.                      06600015
           MOVE mod-last-seen(W-j) TO RPT-O-LAST.                       06610015
           WRITE RECERRPT-LINE FROM RPT-OPEN-LINE.                      06620015
           GO TO open-loop.                                             06630015
       SECTION-EXIT.                                                    06640015
           EXIT.                                                        06650015
      *----------------------------------------------------------------*06660015
       9000-FINISH                         SECTION.                     06670015
      *----------------------------------------------------------------*06680015
       SECTION-ENTRY.                                                   06690015
           finish.                                                      06700015
       SECTION-EXIT.                                                    06710015
           EXIT.                                                        06720015
      *----------------------------------------------------------------*06730015
       copy idms idms-status.                                           06740015
      *----------------------------------------------------------------*06750015
       9999-DB-ERROR                       SECTION.                     06760015
      *----------------------------------------------------------------*06770015
       SECTION-ENTRY.                                                   06780015
           DISPLAY '       9999-DB-ERROR'.                              06790015
           EXIT PROGRAM.                                                06800015
           STOP RUN.                                                    06810015
       SECTION-EXIT.                                                    06820015
           EXIT.                                                        06830015
