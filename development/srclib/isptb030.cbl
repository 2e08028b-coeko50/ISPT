      *COBOL PGM SOURCE FOR isptb030                                    00010015
      *RETRIEVAL                                                        00020015
      *DMLIST                                                           00030015
       IDENTIFICATION DIVISION.                                         00040015
       PROGRAM-ID.                     isptb030.                        00050015
       AUTHOR.                         Kosie.                           00060015
       DATE-WRITTEN.                   26/10/15.                        00070015
      *----------------------------------------------------------------*00080015
      *                                                                *00090015
      *                                                                *00100015
      * OpenAPI 3 document generator for the API gateway.              *00110015
      *                                                                *00120015
      * isptb013 decodes every live #ISPTEPT endpoint and isptb015     *00130015
      * writes a draft-07 schema per record, but the gateway team      *00140015
      * hand-maintained the OpenAPI document that ties the two         *00150015
      * together, and it was never in step with the load area.  This   *00160015
      * job walks every live vers-2 module the way isptb013 does and   *00170015
      * writes ONE OpenAPI 3.0 document :                              *00180015
      *   paths        one path per ENDPOINT-NAME ('/' + name), one    *00190015
      *                operation per ENDPOINT-VERB under it            *00200015
      *   bodies       the response body (and for POST / PUT / PATCH   *00210015
      *                the request body) reference the record's        *00220015
      *                component schema, which in turn $refs the       *00230015
      *                isptb015 member shipped as <member>.json ; a    *00240015
      *                composite endpoint's body is the owner schema   *00250015
      *                plus, per member set, the <jsonfld>Cnt counter  *00260015
      *                and a <jsonfld> array of the member schema -    *00270015
      *                the shape isptb009 compiles                     *00280015
      *   errors       403 / 404 for the isptc002 retrieval outcomes,  *00290015
      *                and for body operations 400 (SYN - malformed    *00300015
      *                or too deep), 409 (VER - the record changed     *00310015
      *                since the version token was issued) and 422     *00320015
      *                (the isptc005 field codes REQ/UPD/UNK/TYP/OCC/  *00330015
      *                XLT), whose response carries the record's       *00340015
      *                MSGCAT-168 wording per element and category as  *00340215
      *                x-ispt-messages                                 *00340415
      *                                                                *00350015
      * The member name in each $ref is derived exactly as isptb015's  *00360015
      * 0450-DERIVE-MEMBER-NAME derives it (first 8 of REC, '-' and    *00370015
      * blank to '@').  When two records truncate to the same member,  *00380015
      * isptb015 suffixed the later one - that record is flagged on    *00390015
      * the console here and its $ref needs checking by hand.          *00400015
      *                                                                *00410015
      * -------------------------------------------------------------  *00420015
      *                                                                *00430015
      * Files :                                                        *00440015
      *   OAPIF     the OpenAPI document, JSON in 132-byte lines -     *00450015
      *             a line never breaks inside a token, so the         *00460015
      *             gateway can load the lines concatenated            *00470015
      *                                                                *00480015
      * Same SYS-LOADHDR system-owned-set assumption documented in     *00490015
      * isptb006, the ispt-endpoint-definition layout assumption       *00500015
      * documented in isptb009, and the MSGCAT-168 assumption          *00510015
      * documented in isptc007.                                        *00520015
      *                                                                *00530015
      * Maintenance                                                    *00540015
      * 26/10/15  new program                                          *00550015
      *                                                                *00560015
      *----------------------------------------------------------------*00570015
       ENVIRONMENT DIVISION.                                            00580015
      *                                                                 00590015
       CONFIGURATION SECTION.                                           00600015
      *SOURCE-COMPUTER.                IBM WITH DEBUGGING MODE.         00610015
      *                                                                 00620015
       IDMS-CONTROL SECTION.                                            00630015
       PROTOCOL.  MODE IS BATCH            DEBUG                        00640015
                  IDMS-RECORDS MANUAL.                                  00650015
      *----------------------------------------------------------------*00660015
      *                                                                *00670015
      *----------------------------------------------------------------*00680015
       INPUT-OUTPUT SECTION.                                            00690015
       FILE-CONTROL.                                                    00700015
           SELECT DICTPARM    ASSIGN TO DICTPARM                        00710015
               FILE STATUS IS WS-DICTPARM-STATUS.                       00720015
           SELECT OAPIF       ASSIGN TO OAPIF                           00730015
               FILE STATUS IS WS-OAPIF-STATUS.                          00740015
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
       FD  OAPIF                                                        00920015
           RECORDING MODE IS F.                                         00930015
       01  OAPIF-LINE                         PIC X(132).               00940015
      *----------------------------------------------------------------*00950015
       WORKING-STORAGE SECTION.                                         00960015
        01 FILLER                                 PIC X(50) VALUE       00970015
            '*******  isptb030  WORKING STORAGE STARTS HERE -->'.       00980015
                                                                        00990015
        01 WORK-FIELDS.                                                 01000015
           05 W-len                              PIC S9(4) COMP.        01010015
           05 W-row                              PIC S9(4) COMP.        01020015
           05 W-i                                PIC S9(4) COMP.        01030015
           05 W-j                                PIC S9(4) COMP.        01040015
           05 W-k                                PIC S9(4) COMP.        01050015
           05 W-cx                               PIC S9(4) COMP.        01060015
           05 W-vx                               PIC S9(4) COMP.        01070015
           05 W-set-ix                           PIC S9(4) COMP.        01080015
           05 W-out-len                          PIC S9(4) COMP.        01090015
           05 W-ept-cnt                          PIC S9(4) COMP.        01100015
           05 W-path-cnt                         PIC S9(4) COMP.        01110015
           05 W-msg-cnt                          PIC S9(4) COMP.        01120015
           05 W-ept-signature                    PIC X(08)              01130015
                 VALUE '#ISPTEPT'.                                      01140015
           05 W-name                             PIC X(80).             01150015
           05 W-verb                             PIC X(08).             01160015
           05 W-member                           PIC X(08).             01170015
           05 W-frag                             PIC X(200).            01180015
           05 W-frag-len                         PIC S9(4) COMP.        01190015
           05 W-tok                              PIC X(16).             01200015
           05 W-tok-len                          PIC S9(4) COMP.        01210015
           05 W-num-edit                         PIC 9(05).             01220015
           05 W-text                             PIC X(60).             01230015
           05 W-ch                               PIC X(01).             01240015
           05 W-first-sw                         PIC X(01).             01250015
           05 W-msg-first-sw                     PIC X(01).             01260015
           05 W-body-sw                          PIC X(01).             01270015
              88 BODY-OPERATION                     VALUE 'Y'.          01280015
              88 NO-BODY-OPERATION                  VALUE 'N'.          01290015
           05 W-kind                             PIC X(01).             01300015
           05 WS-OAPIF-STATUS                    PIC X(02).             01310015
           05 W-current-date-area.                                      01320015
              10 W-cd-date                       PIC X(08).             01330015
              10 FILLER                          PIC X(13).             01340015
                                                                        01350015
      *    the vers-2 body spans loadtext rows since the composite     *01360015
      *    shape joined ispt-endpoint-definition - a few rows hold     *01370015
      *    the reassembled record.                                     *01380015
        01 w-buffer.                                                    01390015
           02 ws-buffer       pic x(512) occurs 8.                      01400015
                                                                        01410015
      *    every live endpoint, held so the paths can be grouped by    *01420015
      *    name before the document is written.                        *01430015
        01 ENDPOINT-TABLE.                                              01440015
           02 w-ept-max                      PIC S9(4) COMP VALUE 300.  01450015
           02 w-ept-tot                      PIC S9(4) COMP VALUE 0.    01460015
           02 ept-entry occurs 300 times.                               01470015
              05 ept-name                    PIC X(32).                 01480015
              05 ept-verb                    PIC X(08).                 01490015
              05 ept-jsonmap                 PIC X(08).                 01500015
              05 ept-rec                     PIC X(32).                 01510015
              05 ept-recver                  PIC S9(4) COMP.            01520015
              05 ept-composite-ind           PIC X(01).                 01530015
              05 ept-done-sw                 PIC X(01).                 01540015
              05 ept-set-cnt                 PIC S9(4) COMP.            01550015
              05 ept-set occurs 7 times.                                01560015
                 10 ept-set-name             PIC X(32).                 01570015
                 10 ept-set-member           PIC X(32).                 01580015
                 10 ept-set-memver           PIC S9(4) COMP.            01590015
                                                                        01600015
      *    one component schema per record ('R' - plain $ref to the    *01610015
      *    isptb015 member) and per composite owner ('C' - the         *01620015
      *    owner-plus-sets shape, built from endpoint cmp-ept).        *01630015
        01 COMPONENT-TABLE.                                             01640015
           02 w-cmp-max                      PIC S9(4) COMP VALUE 600.  01650015
           02 w-cmp-tot                      PIC S9(4) COMP VALUE 0.    01660015
           02 cmp-entry occurs 600 times.                               01670015
              05 cmp-kind                    PIC X(01).                 01680015
              05 cmp-rec                     PIC X(32).                 01690015
              05 cmp-recver                  PIC S9(4) COMP.            01700015
              05 cmp-member                  PIC X(08).                 01710015
              05 cmp-ept                     PIC S9(4) COMP.            01720015
                                                                        01730015
        EXEC SQL BEGIN DECLARE SECTION END-EXEC.                        01740015
        77 wk-dbname                           PIC x(8).                01750015
        77 wk-dictname                         PIC x(8).                01760015
        77 sql-rec-name                        PIC X(32).               01770015
        77 sql-recver                          PIC S9(4) COMP.          01780015
        77 sql-ele                             PIC X(32).               01790015
        77 sql-set-name                        PIC X(32).               01800015
        77 sql-set-jsonfld                     PIC X(32).               01810015
        77 sql-maxocc                          PIC S9(4) COMP.          01820015
        77 sql-set-jsonfld-i                   PIC S9(4) COMP.          01830015
        77 sql-maxocc-i                        PIC S9(4) COMP.          01840015
        EXEC SQL  end  DECLARE SECTION END-EXEC.                        01850015
                                                                        01860015
        EXEC SQL DECLARE ELEWALK CURSOR FOR                             01870015
             SELECT ELE                                                 01880015
               FROM ISPT.RECORD_INFO                                    01890015
              WHERE REC = :sql-rec-name                                 01900015
                AND RECVER = :sql-recver                                01910015
              ORDER BY SEQ                                              01920015
        END-EXEC.                                                       01930015
                                                                        01940015
        01 WS-DICTPARM-FIELDS.                                          01950015
           05 WS-DICTPARM-STATUS                 PIC X(02).             01960015
                                                                        01970015
        01 COPY IDMS SUBSCHEMA-NAMES.                                   01980015
        01 IDMS-WORK-AREA.                                              01990015
           02 COPY IDMS SUBSCHEMA-CTRL.                                 02000015
           02 COPY IDMS RECORD LOADHDR-156.                             02010015
           02 COPY IDMS RECORD loadtext-157.                            02020015
           02 COPY IDMS RECORD MSGCAT-168.                              02030015
                                                                        02040015
        01 CALL-FIELDS.                                                 02050015
           05 COPY IDMS record ispt-endpoint-definition.                02060015
      *----------------------------------------------------------------*02070015
       PROCEDURE DIVISION.                                              02080015
      *----------------------------------------------------------------*02090015
      *                                                                *02100015
      *----------------------------------------------------------------*02110015
       0000-MAINLINE                       SECTION.                     02120015
      *----------------------------------------------------------------*02130015
       SECTION-ENTRY.                                                   02140015
           DISPLAY '*  isptb030 ENTRY               *'.                 02150015
           MOVE FUNCTION CURRENT-DATE TO W-current-date-area.           02160015
           PERFORM 0100-BIND-DATABASE.                                  02170015
           OPEN OUTPUT OAPIF.                                           02180015
           MOVE 0 TO W-EPT-CNT, W-PATH-CNT, W-MSG-CNT.                  02190015
                                                                        02200015
           PERFORM 0200-WALK-ENDPOINTS.                                 02210015
                                                                        02220015
           MOVE 0 TO W-out-len.                                         02230015
           MOVE SPACES TO OAPIF-LINE.                                   02240015
           PERFORM 0500-EMIT-DOCUMENT.                                  02250015
           IF W-out-len > 0                                             02260015
              WRITE OAPIF-LINE                                          02270015
           END-IF.                                                      02280015
                                                                        02290015
           DISPLAY 'ISPTB030 - ENDPOINTS: ' W-EPT-CNT                   02300015
               ' PATHS: ' W-PATH-CNT ' MESSAGES: ' W-MSG-CNT.           02310015
           PERFORM 9000-FINISH.                                         02320015
           CLOSE OAPIF.                                                 02330015
           EXIT PROGRAM.                                                02340015
           STOP RUN.                                                    02350015
       SECTION-EXIT.                                                    02360015
           EXIT.                                                        02370015
      *----------------------------------------------------------------*02380015
      *  the dictionary name is a runtime parameter : one DICTPARM     *02390015
      *  card overrides the ISPTDICT default, so the same tooling can  *02400015
      *  be pointed at the test dictionary.                            *02410015
      *----------------------------------------------------------------*02420015
       0080-GET-DICTNAME                   SECTION.                     02430015
      *----------------------------------------------------------------*02440015
       SECTION-ENTRY.                                                   02450015
           move 'ISPTDICT' to wk-dictname.                              02460015
           OPEN INPUT DICTPARM.                                         02470015
           IF WS-DICTPARM-STATUS = '00'                                 02480015
              READ DICTPARM                                             02490015
                 AT END CONTINUE                                        02500015
                 NOT AT END                                             02510015
                    IF DP-DICTNAME NOT = SPACES                         02520015
                       MOVE DP-DICTNAME TO wk-dictname                  02530015
                    END-IF                                              02540015
              END-READ                                                  02550015
              CLOSE DICTPARM                                            02560015
           END-IF.                                                      02570015
       SECTION-EXIT.                                                    02580015
           EXIT.                                                        02590015
      *----------------------------------------------------------------*02600015
       0100-BIND-DATABASE                  SECTION.                     02610015
      *----------------------------------------------------------------*02620015
       SECTION-ENTRY.                                                   02630015
           perform 0080-GET-DICTNAME.                                   02640015
                                                                        02650015
           exec sql                                                     02660015
               select segment                                           02670015
                 into :wk-dbname                                        02680015
               from system.schema                                       02690015
               where name = :wk-dictname                                02700015
           end-exec.                                                    02710015
                                                                        02720015
           if sqlcode not = 0                                           02730015
              display ' isptb030 Error getting DB-NAME, sqlcode='       02740015
                 sqlcode ' state: ' sqlstate                            02750015
              go to section-exit                                        02760015
           end-if.                                                      02770015
                                                                        02780015
           MOVE 'ISPTB030' TO PROGRAM-NAME.                             02790015
           BIND RUN-UNIT  dbname wk-dbname                              02800015
           IF ANY-ERROR-STATUS                                          02810015
              PERFORM 9999-DB-ERROR                                     02820015
           END-IF                                                       02830015
           BIND LOADHDR-156                                             02840015
           BIND loadtext-157                                            02850015
           BIND MSGCAT-168                                              02860015
           IF ANY-ERROR-STATUS                                          02870015
              PERFORM 9999-DB-ERROR                                     02880015
           END-IF.                                                      02890015
           ready  ddldclod usage-mode retrieval.                        02900015
           ready  ddldml usage-mode retrieval.                          02910015
       SECTION-EXIT.                                                    02920015
           EXIT.                                                        02930015
      *----------------------------------------------------------------*02940015
      *  every live vers-2 header in the load area into the endpoint   *02950015
      *  table (staged 12 / retained 22 generations are not served).   *02960015
      *----------------------------------------------------------------*02970015
       0200-WALK-ENDPOINTS                 SECTION.                     02980015
      *----------------------------------------------------------------*02990015
       SECTION-ENTRY.                                                   03000015
           obtain first LOADHDR-156 within SYS-LOADHDR.                 03010015
       do-while-loadhdr.                                                03020015
           if db-end-of-set                                             03030015
              go to section-exit                                        03040015
           end-if.                                                      03050015
           perform idms-status.                                         03060015
           if LOADHDR-VERS-156 = 2                                      03070015
              perform 0300-DECODE-ENDPOINT                              03080015
           end-if.                                                      03090015
           obtain next LOADHDR-156 within SYS-LOADHDR.                  03100015
           go to do-while-loadhdr.                                      03110015
       SECTION-EXIT.                                                    03120015
           EXIT.                                                        03130015
      *----------------------------------------------------------------*03140015
      *  the same multi-row reassembly as isptb013's                   *03150015
      *  0300-DECODE-ENDPOINT, then one endpoint table entry and its   *03160015
      *  component schema entries.                                     *03170015
      *----------------------------------------------------------------*03180015
       0300-DECODE-ENDPOINT                SECTION.                     03190015
      *----------------------------------------------------------------*03200015
       SECTION-ENTRY.                                                   03210015
           obtain first loadtext-157 within loadhdr-loadtext.           03220015
           if db-end-of-set                                             03230015
              go to section-exit                                        03240015
           end-if.                                                      03250015
           perform idms-status.                                         03260015
           if loadtext-157(1:8) not = W-ept-signature                   03270015
              display program-name ' ' LOADHDR-MODNAME-156              03280015
                  ' v2 body lacks the ' W-ept-signature ' signature'    03290015
              go to section-exit                                        03300015
           end-if.                                                      03310015
           move 0 to W-row.                                             03320015
       ept-text-loop.                                                   03330015
           add 1 to W-row.                                              03340015
           if W-row > 8                                                 03350015
              go to ept-decode                                          03360015
           end-if.                                                      03370015
           move loadtext-157 to ws-buffer(W-row).                       03380015
           obtain next loadtext-157 within loadhdr-loadtext.            03390015
           if db-end-of-set                                             03400015
              go to ept-decode                                          03410015
           end-if.                                                      03420015
           perform idms-status.                                         03430015
           go to ept-text-loop.                                         03440015
       ept-decode.                                                      03450015
           compute W-len =                                              03460015
               Function Length(ispt-endpoint-definition).               03470015
           if W-len > 4096                                              03480015
              move 4096 to W-len                                        03490015
           end-if.                                                      03500015
           move w-buffer(1:W-len) to ispt-endpoint-definition.          03510015
                                                                        03520015
           if w-ept-tot not less than w-ept-max                         03530015
              display program-name ' endpoint table full at '           03540015
                  w-ept-max ' - ' ENDPOINT-NAME ' not documented'       03550015
              go to section-exit                                        03560015
           end-if.                                                      03570015
           add 1 to w-ept-tot.                                          03580015
           add 1 to W-EPT-CNT.                                          03590015
           move ENDPOINT-NAME          to ept-name(w-ept-tot).          03600015
           move ENDPOINT-VERB          to ept-verb(w-ept-tot).          03610015
           move ENDPOINT-JSONMAP       to ept-jsonmap(w-ept-tot).       03620015
           move ENDPOINT-REC           to ept-rec(w-ept-tot).           03630015
           move ENDPOINT-RECVER        to ept-recver(w-ept-tot).        03640015
           move ENDPOINT-COMPOSITE-IND to ept-composite-ind(w-ept-tot). 03650015
           move 'N'                    to ept-done-sw(w-ept-tot).       03660015
           move 0                      to ept-set-cnt(w-ept-tot).       03670015
           if ept-verb(w-ept-tot) = spaces                              03680015
              move 'GET' to ept-verb(w-ept-tot)                         03690015
           end-if.                                                      03700015
                                                                        03710015
           move 'R'             to W-kind.                              03720015
           move ENDPOINT-REC    to sql-rec-name.                        03730015
           move ENDPOINT-RECVER to sql-recver.                          03740015
           perform 0400-ADD-COMPONENT.                                  03750015
           if ENDPOINT-COMPOSITE-IND not = 'Y'                          03760015
              go to section-exit                                        03770015
           end-if.                                                      03780015
           move 'C' to W-kind.                                          03790015
           perform 0400-ADD-COMPONENT.                                  03800015
                                                                        03810015
           move 0 to W-set-ix.                                          03820015
       ept-set-loop.                                                    03830015
           add 1 to W-set-ix.                                           03840015
           if W-set-ix > ENDPOINT-SET-COUNT or W-set-ix > 7             03850015
              go to section-exit                                        03860015
           end-if.                                                      03870015
           move W-set-ix to ept-set-cnt(w-ept-tot).                     03880015
           move ENDPOINT-SET-NAME(W-set-ix)                             03890015
             to ept-set-name(w-ept-tot, W-set-ix).                      03900015
           move ENDPOINT-SET-MEMBER(W-set-ix)                           03910015
             to ept-set-member(w-ept-tot, W-set-ix).                    03920015
           move ENDPOINT-SET-MEMVER(W-set-ix)                           03930015
             to ept-set-memver(w-ept-tot, W-set-ix).                    03940015
           move 'R' to W-kind.                                          03950015
           move ENDPOINT-SET-MEMBER(W-set-ix) to sql-rec-name.          03960015
           move ENDPOINT-SET-MEMVER(W-set-ix) to sql-recver.            03970015
           perform 0400-ADD-COMPONENT.                                  03980015
           go to ept-set-loop.                                          03990015
       SECTION-EXIT.                                                    04000015
           EXIT.                                                        04010015
      *----------------------------------------------------------------*04020015
      *  one component per kind + record; a new plain record also      *04030015
      *  checks its derived member name against those already held.    *04040015
      *----------------------------------------------------------------*04050015
       0400-ADD-COMPONENT                  SECTION.                     04060015
      *----------------------------------------------------------------*04070015
       SECTION-ENTRY.                                                   04080015
           move 0 to W-k.                                               04090015
       cmp-scan-loop.                                                   04100015
           add 1 to W-k.                                                04110015
           if W-k > w-cmp-tot                                           04120015
              go to cmp-new                                             04130015
           end-if.                                                      04140015
           if cmp-kind(W-k) = W-kind                                    04150015
            and cmp-rec(W-k) = sql-rec-name                             04160015
              go to section-exit                                        04170015
           end-if.                                                      04180015
           go to cmp-scan-loop.                                         04190015
       cmp-new.                                                         04200015
           if w-cmp-tot not less than w-cmp-max                         04210015
              display program-name ' component table full at '          04220015
                  w-cmp-max ' - ' sql-rec-name ' not documented'        04230015
              go to section-exit                                        04240015
           end-if.                                                      04250015
      *    isptb015's member name : first 8 of REC, '-' and blank      *04260015
      *    translated to '@'.                                          *04270015
           move sql-rec-name to W-member.                               04280015
           inspect W-member replacing all '-' by '@'.                   04290015
           inspect W-member replacing all space by '@'.                 04300015
           if W-kind = 'R'                                              04310015
              move 0 to W-k                                             04320015
              perform 0450-CHECK-MEMBER-CLASH                           04330015
           end-if.                                                      04340015
           add 1 to w-cmp-tot.                                          04350015
           move W-kind       to cmp-kind(w-cmp-tot).                    04360015
           move sql-rec-name to cmp-rec(w-cmp-tot).                     04370015
           move sql-recver   to cmp-recver(w-cmp-tot).                  04380015
           move W-member     to cmp-member(w-cmp-tot).                  04390015
           move w-ept-tot    to cmp-ept(w-cmp-tot).                     04400015
       SECTION-EXIT.                                                    04410015
           EXIT.                                                        04420015
      *----------------------------------------------------------------*04430015
       0450-CHECK-MEMBER-CLASH             SECTION.                     04440015
      *----------------------------------------------------------------*04450015
       SECTION-ENTRY.                                                   04460015
       clash-loop.                                                      04470015
           add 1 to W-k.                                                04480015
           if W-k > w-cmp-tot                                           04490015
              go to section-exit                                        04500015
           end-if.                                                      04510015
           if cmp-kind(W-k) = 'R'                                       04520015
            and cmp-member(W-k) = W-member                              04530015
              display program-name ' member name collision for '        04540015
                  sql-rec-name ' and ' cmp-rec(W-k)                     04550015
                  ' - check the $ref to ' W-member                      04560015
           end-if.                                                      04570015
           go to clash-loop.                                            04580015
       SECTION-EXIT.                                                    04590015
           EXIT.                                                        04600015
      *----------------------------------------------------------------*04610015
      *  the document : info, paths, components.                       *04620015
      *----------------------------------------------------------------*04630015
       0500-EMIT-DOCUMENT                  SECTION.                     04640015
      *----------------------------------------------------------------*04650015
       SECTION-ENTRY.                                                   04660015
           move '{"openapi":"3.0.3","info":{"title":' to W-frag.        04670015
           move 35 to W-frag-len.                                       04680015
           perform 8000-EMIT-TEXT.                                      04690015
           move '"ISPT endpoint catalog","version":"' to W-frag.        04700015
           move 35 to W-frag-len.                                       04710015
           perform 8000-EMIT-TEXT.                                      04720015
           move W-cd-date to W-frag.                                    04730015
           move 8 to W-frag-len.                                        04740015
           perform 8000-EMIT-TEXT.                                      04750015
           move '"},"paths":{' to W-frag.                               04760015
           move 12 to W-frag-len.                                       04770015
           perform 8000-EMIT-TEXT.                                      04780015
                                                                        04790015
           move 'N' to W-first-sw.                                      04800015
           move 0 to W-i.                                               04810015
       path-loop.                                                       04820015
           add 1 to W-i.                                                04830015
           if W-i > w-ept-tot                                           04840015
              go to path-done                                           04850015
           end-if.                                                      04860015
           if ept-done-sw(W-i) = 'Y'                                    04870015
              go to path-loop                                           04880015
           end-if.                                                      04890015
           perform 0600-EMIT-PATH.                                      04900015
           go to path-loop.                                             04910015
       path-done.                                                       04920015
           move '},"components":{"schemas":{' to W-frag.                04930015
           move 27 to W-frag-len.                                       04940015
           perform 8000-EMIT-TEXT.                                      04950015
           perform 0800-EMIT-SCHEMAS.                                   04960015
           move '},"responses":{' to W-frag.                            04970015
           move 15 to W-frag-len.                                       04980015
           perform 8000-EMIT-TEXT.                                      04990015
           perform 0900-EMIT-RESPONSES.                                 05000015
           move '}}}' to W-frag.                                        05010015
           move 3 to W-frag-len.                                        05020015
           perform 8000-EMIT-TEXT.                                      05030015
       SECTION-EXIT.                                                    05040015
           EXIT.                                                        05050015
      *----------------------------------------------------------------*05060015
      *  one path item : every not-yet-written endpoint with the same  *05070015
      *  name as W-i contributes its operation.                        *05080015
      *----------------------------------------------------------------*05090015
       0600-EMIT-PATH                      SECTION.                     05100015
      *----------------------------------------------------------------*05110015
       SECTION-ENTRY.                                                   05120015
           if W-first-sw = 'Y'                                          05130015
              move ',' to W-frag                                        05140015
              move 1 to W-frag-len                                      05150015
              perform 8000-EMIT-TEXT                                    05160015
           end-if.                                                      05170015
           move 'Y' to W-first-sw.                                      05180015
           add 1 to W-PATH-CNT.                                         05190015
           move spaces to W-name.                                       05200015
           move '/' to W-name(1:1).                                     05210015
           move ept-name(W-i) to W-name(2:32).                          05220015
           perform 8200-EMIT-QUOTED-NAME.                               05230015
           move ':{' to W-frag.                                         05240015
           move 2 to W-frag-len.                                        05250015
           perform 8000-EMIT-TEXT.                                      05260015
           move W-i to W-j.                                             05270015
           perform 0700-EMIT-OPERATION.                                 05280015
           move W-i to W-j.                                             05290015
       same-path-loop.                                                  05300015
           add 1 to W-j.                                                05310015
           if W-j > w-ept-tot                                           05320015
              go to same-path-done                                      05330015
           end-if.                                                      05340015
           if ept-done-sw(W-j) = 'Y'                                    05350015
            or ept-name(W-j) not = ept-name(W-i)                        05360015
              go to same-path-loop                                      05370015
           end-if.                                                      05380015
           move 0 to W-k.                                               05390015
       same-verb-loop.                                                  05400015
           add 1 to W-k.                                                05410015
           if W-k < W-j                                                 05420015
              if ept-done-sw(W-k) = 'Y'                                 05430015
               and ept-name(W-k) = ept-name(W-j)                        05440015
               and ept-verb(W-k) = ept-verb(W-j)                        05450015
                 display program-name ' duplicate ' ept-verb(W-j)       05460015
                     ' for endpoint ' ept-name(W-j) ' - jsonmap '       05470015
                     ept-jsonmap(W-j) ' not documented'                 05480015
                 move 'Y' to ept-done-sw(W-j)                           05490015
                 go to same-path-loop                                   05500015
              end-if                                                    05510015
              go to same-verb-loop                                      05520015
           end-if.                                                      05530015
           move ',' to W-frag.                                          05540015
           move 1 to W-frag-len.                                        05550015
           perform 8000-EMIT-TEXT.                                      05560015
           perform 0700-EMIT-OPERATION.                                 05570015
           go to same-path-loop.                                        05580015
       same-path-done.                                                  05590015
           move '}' to W-frag.                                          05600015
           move 1 to W-frag-len.                                        05610015
           perform 8000-EMIT-TEXT.                                      05620015
       SECTION-EXIT.                                                    05630015
           EXIT.                                                        05640015
      *----------------------------------------------------------------*05650015
      *  "verb":{ operationId, summary, [requestBody], responses } for *05660015
      *  endpoint W-j.                                                 *05670015
      *----------------------------------------------------------------*05680015
       0700-EMIT-OPERATION                 SECTION.                     05690015
      *----------------------------------------------------------------*05700015
       SECTION-ENTRY.                                                   05710015
           move 'Y' to ept-done-sw(W-j).                                05720015
           move ept-verb(W-j) to W-verb.                                05730015
           inspect W-verb converting 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'       05740015
                                  to 'abcdefghijklmnopqrstuvwxyz'.      05750015
           if W-verb = 'post' or W-verb = 'put' or W-verb = 'patch'     05760015
              set BODY-OPERATION to true                                05770015
           else                                                         05780015
              set NO-BODY-OPERATION to true                             05790015
           end-if.                                                      05800015
           move W-verb to W-name.                                       05810015
           perform 8200-EMIT-QUOTED-NAME.                               05820015
           move ':{"operationId":' to W-frag.                           05830015
           move 16 to W-frag-len.                                       05840015
           perform 8000-EMIT-TEXT.                                      05850015
           move spaces to W-name.                                       05860015
           string W-verb delimited by space                             05870015
                  '-'    delimited by size                              05880015
                  ept-jsonmap(W-j) delimited by space                   05890015
               into W-name.                                             05900015
           perform 8200-EMIT-QUOTED-NAME.                               05910015
           move ',"summary":' to W-frag.                                05920015
           move 11 to W-frag-len.                                       05930015
           perform 8000-EMIT-TEXT.                                      05940015
           move spaces to W-name.                                       05950015
           move ept-recver(W-j) to W-num-edit.                          05960015
           string 'jsonmap ' delimited by size                          05970015
                  ept-jsonmap(W-j) delimited by space                   05980015
                  ' REC '  delimited by size                            05990015
                  ept-rec(W-j) delimited by space                       06000015
                  ' V'     delimited by size                            06010015
                  W-num-edit(2:4) delimited by size                     06020015
               into W-name.                                             06030015
           perform 8200-EMIT-QUOTED-NAME.                               06040015
                                                                        06050015
           if BODY-OPERATION                                            06060015
              move ',"requestBody":{"required":true,' to W-frag         06070015
              move 32 to W-frag-len                                     06080015
              perform 8000-EMIT-TEXT                                    06090015
              perform 0750-EMIT-CONTENT                                 06100015
              move '}' to W-frag                                        06110015
              move 1 to W-frag-len                                      06120015
              perform 8000-EMIT-TEXT                                    06130015
           end-if.                                                      06140015
                                                                        06150015
           move ',"responses":{"200":{"description":"OK",' to W-frag.   06160015
           move 40 to W-frag-len.                                       06170015
           perform 8000-EMIT-TEXT.                                      06180015
           perform 0750-EMIT-CONTENT.                                   06190015
           move '},"403":{"$ref":' to W-frag.                           06200015
           move 16 to W-frag-len.                                       06210015
           perform 8000-EMIT-TEXT.                                      06220015
           move '"#/components/responses/NotAuthorized"}' to W-frag.    06230015
           move 39 to W-frag-len.                                       06240015
           perform 8000-EMIT-TEXT.                                      06250015
           move ',"404":{"$ref":"#/components/responses/NotLoaded"}'    06260015
             to W-frag.                                                 06270015
           move 50 to W-frag-len.                                       06280015
           perform 8000-EMIT-TEXT.                                      06290015
           if BODY-OPERATION                                            06300015
              move ',"400":{"$ref":"#/components/responses/Malformed"}' 06310015
                to W-frag                                               06320015
              move 50 to W-frag-len                                     06330015
              perform 8000-EMIT-TEXT                                    06340015
              move ',"409":{"$ref":"#/components/responses/Stale"}'     06340215
                to W-frag                                               06340415
              move 46 to W-frag-len                                     06340615
              perform 8000-EMIT-TEXT                                    06340815
              move ',"422":{"$ref":"#/components/responses/' to W-frag  06350015
              move 39 to W-frag-len                                     06360015
              perform 8000-EMIT-TEXT                                    06370015
              move spaces to W-name                                     06380015
              string ept-rec(W-j) delimited by space                    06390015
                     '-FieldErrors' delimited by size                   06400015
                  into W-name                                           06410015
              perform 8300-EMIT-NAME-TEXT                               06420015
              move '"}' to W-frag                                       06430015
              move 2 to W-frag-len                                      06440015
              perform 8000-EMIT-TEXT                                    06450015
           end-if.                                                      06460015
           move '}}' to W-frag.                                         06470015
           move 2 to W-frag-len.                                        06480015
           perform 8000-EMIT-TEXT.                                      06490015
       SECTION-EXIT.                                                    06500015
           EXIT.                                                        06510015
      *----------------------------------------------------------------*06520015
      *  "content":{"application/json":{"schema":{"$ref":...}}} - the  *06530015
      *  composite shape for a composite endpoint.                     *06540015
      *----------------------------------------------------------------*06550015
       0750-EMIT-CONTENT                   SECTION.                     06560015
      *----------------------------------------------------------------*06570015
       SECTION-ENTRY.                                                   06580015
           move '"content":{"application/json":{"schema":' to W-frag.   06590015
           move 40 to W-frag-len.                                       06600015
           perform 8000-EMIT-TEXT.                                      06610015
           move '{"$ref":"#/components/schemas/' to W-frag.             06620015
           move 30 to W-frag-len.                                       06630015
           perform 8000-EMIT-TEXT.                                      06640015
           move spaces to W-name.                                       06650015
           if ept-composite-ind(W-j) = 'Y'                              06660015
              string ept-rec(W-j) delimited by space                    06670015
                     '-COMPOSITE' delimited by size                     06680015
                  into W-name                                           06690015
           else                                                         06700015
              move ept-rec(W-j) to W-name                               06710015
           end-if.                                                      06720015
           perform 8300-EMIT-NAME-TEXT.                                 06730015
           move '"}}}' to W-frag.                                       06740015
           move 4 to W-frag-len.                                        06750015
           perform 8000-EMIT-TEXT.                                      06760015
       SECTION-EXIT.                                                    06770015
           EXIT.                                                        06780015
      *----------------------------------------------------------------*06790015
      *  the component schemas : each record $refs its isptb015        *06800015
      *  member, each composite owner is the owner plus its sets, and  *06810015
      *  IsptError is the isptc005 error list.                         *06820015
      *----------------------------------------------------------------*06830015
       0800-EMIT-SCHEMAS                   SECTION.                     06840015
      *----------------------------------------------------------------*06850015
       SECTION-ENTRY.                                                   06860015
           move 0 to W-k.                                               06870015
       schema-loop.                                                     06880015
           add 1 to W-k.                                                06890015
           if W-k > w-cmp-tot                                           06900015
              go to schema-done                                         06910015
           end-if.                                                      06920015
           if cmp-kind(W-k) = 'C'                                       06930015
              perform 0850-EMIT-COMPOSITE                               06940015
              go to schema-loop                                         06950015
           end-if.                                                      06960015
           move cmp-rec(W-k) to W-name.                                 06970015
           perform 8200-EMIT-QUOTED-NAME.                               06980015
           move ':{"$ref":"' to W-frag.                                 06990015
           move 10 to W-frag-len.                                       07000015
           perform 8000-EMIT-TEXT.                                      07010015
           move spaces to W-name.                                       07020015
           string cmp-member(W-k) delimited by space                    07030015
                  '.json"},' delimited by size                          07040015
               into W-name.                                             07050015
           perform 8300-EMIT-NAME-TEXT.                                 07060015
           go to schema-loop.                                           07070015
       schema-done.                                                     07080015
           move '"IsptError":{"type":"object","properties":{' to W-frag.07090015
           move 43 to W-frag-len.                                       07100015
           perform 8000-EMIT-TEXT.                                      07110015
           move '"returnCode":{"type":"integer"},' to W-frag.           07120015
           move 32 to W-frag-len.                                       07130015
           perform 8000-EMIT-TEXT.                                      07140015
           move '"errors":{"type":"array","maxItems":50,' to W-frag.    07150015
           move 39 to W-frag-len.                                       07160015
           perform 8000-EMIT-TEXT.                                      07170015
           move '"items":{"type":"object","properties":{' to W-frag.    07180015
           move 39 to W-frag-len.                                       07190015
           perform 8000-EMIT-TEXT.                                      07200015
           move '"field":{"type":"string","maxLength":32},' to W-frag.  07210015
           move 41 to W-frag-len.                                       07220015
           perform 8000-EMIT-TEXT.                                      07230015
           move '"code":{"type":"string","enum":' to W-frag.            07240015
           move 31 to W-frag-len.                                       07250015
           perform 8000-EMIT-TEXT.                                      07260015
           move '["REQ","UPD","UNK","TYP","OCC",' to W-frag.            07270015
           move 31 to W-frag-len.                                       07280015
           perform 8000-EMIT-TEXT.                                      07280215
           move '"SYN","VER","XLT"]},' to W-frag.                       07280415
           move 20 to W-frag-len.                                       07280615
           perform 8000-EMIT-TEXT.                                      07290015
           move '"message":{"type":"string","maxLength":60}}}}}}'       07300015
             to W-frag.                                                 07310015
           move 47 to W-frag-len.                                       07320015
           perform 8000-EMIT-TEXT.                                      07330015
       SECTION-EXIT.                                                    07340015
           EXIT.                                                        07350015
      *----------------------------------------------------------------*07360015
      *  "<REC>-COMPOSITE": the owner schema plus, per member set, the *07370015
      *  <jsonfld>Cnt counter and the <jsonfld> array of the member -  *07380015
      *  JSONFLD / MAXOCC out of ISPT.COMPOSITE_INFO as isptb009       *07390015
      *  compiles them.                                                *07400015
      *----------------------------------------------------------------*07410015
       0850-EMIT-COMPOSITE                 SECTION.                     07420015
      *----------------------------------------------------------------*07430015
       SECTION-ENTRY.                                                   07440015
           move cmp-ept(W-k) to W-j.                                    07450015
           move spaces to W-name.                                       07460015
           string cmp-rec(W-k) delimited by space                       07470015
                  '-COMPOSITE' delimited by size                        07480015
               into W-name.                                             07490015
           perform 8200-EMIT-QUOTED-NAME.                               07500015
           move ':{"allOf":[{"$ref":"#/components/schemas/' to W-frag.  07510015
           move 41 to W-frag-len.                                       07520015
           perform 8000-EMIT-TEXT.                                      07530015
           move cmp-rec(W-k) to W-name.                                 07540015
           perform 8300-EMIT-NAME-TEXT.                                 07550015
           move '"},{"type":"object","properties":{' to W-frag.         07560015
           move 34 to W-frag-len.                                       07570015
           perform 8000-EMIT-TEXT.                                      07580015
           move 0 to W-set-ix.                                          07590015
       comp-set-loop.                                                   07600015
           add 1 to W-set-ix.                                           07610015
           if W-set-ix > ept-set-cnt(W-j)                               07620015
              go to comp-set-done                                       07630015
           end-if.                                                      07640015
           move cmp-rec(W-k)                   to sql-rec-name.         07650015
           move cmp-recver(W-k)                to sql-recver.           07660015
           move ept-set-name(W-j, W-set-ix)    to sql-set-name.         07670015
           exec sql                                                     07680015
               select JSONFLD, MAXOCC                                   07690015
                 into :sql-set-jsonfld :sql-set-jsonfld-i,              07700015
                      :sql-maxocc :sql-maxocc-i                         07710015
               from ISPT.COMPOSITE_INFO                                 07720015
               where OWNER_REC = :sql-rec-name                          07730015
                 and OWNER_RECVER = :sql-recver                         07740015
                 and SET_NAME = :sql-set-name                           07750015
           end-exec.                                                    07760015
           if sqlcode not = 0                                           07770015
              move sql-set-name to sql-set-jsonfld                      07780015
              move 10 to sql-maxocc                                     07790015
           end-if.                                                      07800015
           if sql-set-jsonfld-i = -1                                    07810015
              move sql-set-name to sql-set-jsonfld                      07820015
           end-if.                                                      07830015
           if sql-maxocc-i = -1 or sql-maxocc < 1                       07840015
              move 10 to sql-maxocc                                     07850015
           end-if.                                                      07860015
           if W-set-ix > 1                                              07870015
              move ',' to W-frag                                        07880015
              move 1 to W-frag-len                                      07890015
              perform 8000-EMIT-TEXT                                    07900015
           end-if.                                                      07910015
           move spaces to W-name.                                       07920015
           string sql-set-jsonfld delimited by space                    07930015
                  'Cnt' delimited by size                               07940015
               into W-name.                                             07950015
           perform 8200-EMIT-QUOTED-NAME.                               07960015
           move ':{"type":"integer"},' to W-frag.                       07970015
           move 20 to W-frag-len.                                       07980015
           perform 8000-EMIT-TEXT.                                      07990015
           move sql-set-jsonfld to W-name.                              08000015
           perform 8200-EMIT-QUOTED-NAME.                               08010015
           move ':{"type":"array","maxItems":' to W-frag.               08020015
           move 28 to W-frag-len.                                       08030015
           perform 8000-EMIT-TEXT.                                      08040015
           move sql-maxocc to W-tok-len.                                08050015
           perform 8400-EMIT-NUMBER.                                    08060015
           move ',"items":{"$ref":"#/components/schemas/' to W-frag.    08070015
           move 39 to W-frag-len.                                       08080015
           perform 8000-EMIT-TEXT.                                      08090015
           move ept-set-member(W-j, W-set-ix) to W-name.                08100015
           perform 8300-EMIT-NAME-TEXT.                                 08110015
           move '"}}' to W-frag.                                        08120015
           move 3 to W-frag-len.                                        08130015
           perform 8000-EMIT-TEXT.                                      08140015
           go to comp-set-loop.                                         08150015
       comp-set-done.                                                   08160015
           move '}}]},' to W-frag.                                      08170015
           move 5 to W-frag-len.                                        08180015
           perform 8000-EMIT-TEXT.                                      08190015
       SECTION-EXIT.                                                    08200015
           EXIT.                                                        08210015
      *----------------------------------------------------------------*08220015
      *  the shared retrieval / parse outcomes, then per endpoint      *08230015
      *  record the 422 field-error response with its catalog wording. *08240015
      *----------------------------------------------------------------*08250015
       0900-EMIT-RESPONSES                 SECTION.                     08260015
      *----------------------------------------------------------------*08270015
       SECTION-ENTRY.                                                   08280015
           move '"NotAuthorized":{"description":' to W-frag.            08290015
           move 31 to W-frag-len.                                       08300015
           perform 8000-EMIT-TEXT.                                      08310015
           move '"Caller holds no MODAUTH clearance for the jsonmap"},' 08320015
             to W-frag.                                                 08330015
           move 53 to W-frag-len.                                       08340015
           perform 8000-EMIT-TEXT.                                      08350015
           move '"NotLoaded":{"description":' to W-frag.                08360015
           move 27 to W-frag-len.                                       08370015
           perform 8000-EMIT-TEXT.                                      08380015
           move '"No live jsonmap module is loaded for the endpoint"},' 08390015
             to W-frag.                                                 08400015
           move 53 to W-frag-len.                                       08410015
           perform 8000-EMIT-TEXT.                                      08420015
           move '"Malformed":{"description":' to W-frag.                08430015
           move 27 to W-frag-len.                                       08440015
           perform 8000-EMIT-TEXT.                                      08450015
           move '"Malformed JSON or nesting too deep (SYN)",' to W-frag.08460015
           move 43 to W-frag-len.                                       08470015
           perform 8000-EMIT-TEXT.                                      08480015
           perform 0950-EMIT-ERROR-CONTENT.                             08490015
           move '},"Stale":{"description":' to W-frag.                  08500015
           move 25 to W-frag-len.                                       08500215
           perform 8000-EMIT-TEXT.                                      08500415
           move '"Record changed since the version token was issued'    08500615
             to W-frag.                                                 08500815
           move 50 to W-frag-len.                                       08501015
           perform 8000-EMIT-TEXT.                                      08501215
           move ' (VER) - nothing applied",' to W-frag.                 08501415
           move 26 to W-frag-len.                                       08501615
           perform 8000-EMIT-TEXT.                                      08501815
           perform 0950-EMIT-ERROR-CONTENT.                             08502015
           move '}' to W-frag.                                          08502215
           move 1 to W-frag-len.                                        08510015
           perform 8000-EMIT-TEXT.                                      08520015
                                                                        08530015
           move 0 to W-k.                                               08540015
       fielderr-loop.                                                   08550015
           add 1 to W-k.                                                08560015
           if W-k > w-cmp-tot                                           08570015
              go to section-exit                                        08580015
           end-if.                                                      08590015
           if cmp-kind(W-k) not = 'R'                                   08600015
              go to fielderr-loop                                       08610015
           end-if.                                                      08620015
      *    only endpoint records get a field-error response.           *08630015
           move 0 to W-j.                                               08640015
       fielderr-owner-loop.                                             08650015
           add 1 to W-j.                                                08660015
           if W-j > w-ept-tot                                           08670015
              go to fielderr-loop                                       08680015
           end-if.                                                      08690015
           if ept-rec(W-j) not = cmp-rec(W-k)                           08700015
              go to fielderr-owner-loop                                 08710015
           end-if.                                                      08720015
           move ',' to W-frag.                                          08730015
           move 1 to W-frag-len.                                        08740015
           perform 8000-EMIT-TEXT.                                      08750015
           move spaces to W-name.                                       08760015
           string cmp-rec(W-k) delimited by space                       08770015
                  '-FieldErrors' delimited by size                      08780015
               into W-name.                                             08790015
           perform 8200-EMIT-QUOTED-NAME.                               08800015
           move ':{"description":' to W-frag.                           08810015
           move 16 to W-frag-len.                                       08820015
           perform 8000-EMIT-TEXT.                                      08830015
           move '"Field errors - REQ/UPD/UNK/TYP/OCC/XLT",' to W-frag.  08840015
           move 41 to W-frag-len.                                       08850015
           perform 8000-EMIT-TEXT.                                      08860015
           perform 0950-EMIT-ERROR-CONTENT.                             08870015
           move ',"x-ispt-messages":[' to W-frag.                       08880015
           move 20 to W-frag-len.                                       08890015
           perform 8000-EMIT-TEXT.                                      08900015
           move cmp-rec(W-k)    to sql-rec-name.                        08910015
           move cmp-recver(W-k) to sql-recver.                          08920015
           perform 1000-EMIT-MESSAGES.                                  08930015
           move ']}' to W-frag.                                         08940015
           move 2 to W-frag-len.                                        08950015
           perform 8000-EMIT-TEXT.                                      08960015
           go to fielderr-loop.                                         08970015
       SECTION-EXIT.                                                    08980015
           EXIT.                                                        08990015
      *----------------------------------------------------------------*09000015
       0950-EMIT-ERROR-CONTENT             SECTION.                     09010015
      *----------------------------------------------------------------*09020015
       SECTION-ENTRY.                                                   09030015
           move '"content":{"application/json":{"schema":' to W-frag.   09040015
           move 40 to W-frag-len.                                       09050015
           perform 8000-EMIT-TEXT.                                      09060015
           move '{"$ref":"#/components/schemas/IsptError"}}}' to W-frag.09070015
           move 43 to W-frag-len.                                       09080015
           perform 8000-EMIT-TEXT.                                      09090015
       SECTION-EXIT.                                                    09100015
           EXIT.                                                        09110015
      *----------------------------------------------------------------*09120015
      *  every MSGCAT-168 row for every element of the record, as      *09130015
      *  {"element":..,"code":..,"text":..} - a blank category is the  *09140015
      *  element-level default wording.                                *09150015
      *----------------------------------------------------------------*09160015
       1000-EMIT-MESSAGES                  SECTION.                     09170015
      *----------------------------------------------------------------*09180015
       SECTION-ENTRY.                                                   09190015
           move 'N' to W-msg-first-sw.                                  09200015
           EXEC SQL OPEN ELEWALK END-EXEC.                              09210015
       ele-fetch-loop.                                                  09220015
           EXEC SQL                                                     09230015
               FETCH ELEWALK                                            09240015
                 INTO :sql-ele                                          09250015
           END-EXEC.                                                    09260015
           if sqlcode not = 0                                           09270015
              go to close-elewalk                                       09280015
           end-if.                                                      09290015
           move sql-ele to MSGCAT-ELE-168.                              09300015
           obtain calc  MSGCAT-168.                                     09310015
       do-while-msgcat.                                                 09320015
           if db-rec-not-found                                          09330015
              go to ele-fetch-loop                                      09340015
           end-if.                                                      09350015
           perform idms-status.                                         09360015
           if W-msg-first-sw = 'Y'                                      09370015
              move ',' to W-frag                                        09380015
              move 1 to W-frag-len                                      09390015
              perform 8000-EMIT-TEXT                                    09400015
           end-if.                                                      09410015
           move 'Y' to W-msg-first-sw.                                  09420015
           add 1 to W-MSG-CNT.                                          09430015
           move '{"element":' to W-frag.                                09440015
           move 11 to W-frag-len.                                       09450015
           perform 8000-EMIT-TEXT.                                      09460015
           move sql-ele to W-name.                                      09470015
           perform 8200-EMIT-QUOTED-NAME.                               09480015
           move ',"code":' to W-frag.                                   09490015
           move 8 to W-frag-len.                                        09500015
           perform 8000-EMIT-TEXT.                                      09510015
           if MSGCAT-CATEGORY-168 = spaces                              09520015
              move 'default' to W-name                                  09530015
           else                                                         09540015
              move MSGCAT-CATEGORY-168 to W-name                        09550015
           end-if.                                                      09560015
           perform 8200-EMIT-QUOTED-NAME.                               09570015
           move ',"text":' to W-frag.                                   09580015
           move 8 to W-frag-len.                                        09590015
           perform 8000-EMIT-TEXT.                                      09600015
           move MSGCAT-TEXT-168 to W-text.                              09610015
           perform 8500-EMIT-QUOTED-TEXT.                               09620015
           move '}' to W-frag.                                          09630015
           move 1 to W-frag-len.                                        09640015
           perform 8000-EMIT-TEXT.                                      09650015
           obtain duplicate MSGCAT-168.                                 09660015
           go to do-while-msgcat.                                       09670015
       close-elewalk.                                                   09680015
           EXEC SQL CLOSE ELEWALK END-EXEC.                             09690015
       SECTION-EXIT.                                                    09700015
           EXIT.                                                        09710015
      *----------------------------------------------------------------*09720015
      *  append W-frag(1:W-frag-len) to the 132-column output line,    *09730015
      *  writing it when full.                                         *09740015
      *----------------------------------------------------------------*09750015
       8000-EMIT-TEXT                      SECTION.                     09760015
      *----------------------------------------------------------------*09770015
       SECTION-ENTRY.                                                   09780015
           if W-frag-len < 1                                            09790015
              go to section-exit                                        09800015
           end-if.                                                      09810015
           if W-out-len + W-frag-len > 132                              09820015
              write OAPIF-LINE                                          09830015
              move spaces to OAPIF-LINE                                 09840015
              move 0 to W-out-len                                       09850015
           end-if.                                                      09860015
           move W-frag(1:W-frag-len)                                    09870015
             to OAPIF-LINE(W-out-len + 1:W-frag-len).                   09880015
           add W-frag-len to W-out-len.                                 09890015
       SECTION-EXIT.                                                    09900015
           EXIT.                                                        09910015
      *----------------------------------------------------------------*09920015
      *  W-name, trimmed and quoted, onto the output.                  *09930015
      *----------------------------------------------------------------*09940015
       8200-EMIT-QUOTED-NAME               SECTION.                     09950015
      *----------------------------------------------------------------*09960015
       SECTION-ENTRY.                                                   09970015
           move 80 to W-cx.                                             09980015
       name-rtrim-loop.                                                 09990015
           if W-cx > 0 and W-name(W-cx:1) = space                       10000015
              subtract 1 from W-cx                                      10010015
              go to name-rtrim-loop                                     10020015
           end-if.                                                      10030015
           if W-cx = 0                                                  10040015
              move 1 to W-cx                                            10050015
           end-if.                                                      10060015
           move spaces to W-frag.                                       10070015
           move '"' to W-frag(1:1).                                     10080015
           move W-name(1:W-cx) to W-frag(2:W-cx).                       10090015
           compute W-frag-len = W-cx + 2.                               10100015
           move '"' to W-frag(W-frag-len:1).                            10110015
           perform 8000-EMIT-TEXT.                                      10120015
       SECTION-EXIT.                                                    10130015
           EXIT.                                                        10140015
      *----------------------------------------------------------------*10150015
      *  W-name, trimmed, onto the output without quotes.              *10160015
      *----------------------------------------------------------------*10170015
       8300-EMIT-NAME-TEXT                 SECTION.                     10180015
      *----------------------------------------------------------------*10190015
       SECTION-ENTRY.                                                   10200015
           move 80 to W-cx.                                             10210015
       text-rtrim-loop.                                                 10220015
           if W-cx > 0 and W-name(W-cx:1) = space                       10230015
              subtract 1 from W-cx                                      10240015
              go to text-rtrim-loop                                     10250015
           end-if.                                                      10260015
           if W-cx = 0                                                  10270015
              go to section-exit                                        10280015
           end-if.                                                      10290015
           move spaces to W-frag.                                       10300015
           move W-name(1:W-cx) to W-frag(1:W-cx).                       10310015
           move W-cx to W-frag-len.                                     10320015
           perform 8000-EMIT-TEXT.                                      10330015
       SECTION-EXIT.                                                    10340015
           EXIT.                                                        10350015
      *----------------------------------------------------------------*10360015
      *  the number in W-tok-len, trimmed, onto the output.            *10370015
      *----------------------------------------------------------------*10380015
       8400-EMIT-NUMBER                    SECTION.                     10390015
      *----------------------------------------------------------------*10400015
       SECTION-ENTRY.                                                   10410015
           move W-tok-len to W-num-edit.                                10420015
           move W-num-edit to W-tok(1:5).                               10430015
           move spaces to W-frag.                                       10440015
           move 0 to W-frag-len.                                        10450015
           move 0 to W-vx.                                              10460015
       num-copy-loop.                                                   10470015
           add 1 to W-vx.                                               10480015
           if W-vx > 5                                                  10490015
              go to num-copy-done                                       10500015
           end-if.                                                      10510015
           if W-tok(W-vx:1) = '0' and W-frag-len = 0                    10520015
            and W-vx < 5                                                10530015
              go to num-copy-loop                                       10540015
           end-if.                                                      10550015
           add 1 to W-frag-len.                                         10560015
           move W-tok(W-vx:1) to W-frag(W-frag-len:1).                  10570015
           go to num-copy-loop.                                         10580015
       num-copy-done.                                                   10590015
           perform 8000-EMIT-TEXT.                                      10600015
       SECTION-EXIT.                                                    10610015
           EXIT.                                                        10620015
      *----------------------------------------------------------------*10630015
      *  W-text, trimmed, quoted and JSON-escaped (quote and           *10640015
      *  backslash) onto the output.                                   *10650015
      *----------------------------------------------------------------*10660015
       8500-EMIT-QUOTED-TEXT               SECTION.                     10670015
      *----------------------------------------------------------------*10680015
       SECTION-ENTRY.                                                   10690015
           move 60 to W-cx.                                             10700015
       msg-rtrim-loop.                                                  10710015
           if W-cx > 0 and W-text(W-cx:1) = space                       10720015
              subtract 1 from W-cx                                      10730015
              go to msg-rtrim-loop                                      10740015
           end-if.                                                      10750015
           move spaces to W-frag.                                       10760015
           move '"' to W-frag(1:1).                                     10770015
           move 1 to W-frag-len.                                        10780015
           move 0 to W-vx.                                              10790015
       msg-copy-loop.                                                   10800015
           add 1 to W-vx.                                               10810015
           if W-vx > W-cx                                               10820015
              go to msg-copy-done                                       10830015
           end-if.                                                      10840015
           move W-text(W-vx:1) to W-ch.                                 10850015
           if W-ch = '"' or W-ch = '\'                                  10860015
              add 1 to W-frag-len                                       10870015
              move '\' to W-frag(W-frag-len:1)                          10880015
           end-if.                                                      10890015
           add 1 to W-frag-len.                                         10900015
           move W-ch to W-frag(W-frag-len:1).                           10910015
           go to msg-copy-loop.                                         10920015
       msg-copy-done.                                                   10930015
           add 1 to W-frag-len.                                         10940015
           move '"' to W-frag(W-frag-len:1).                            10950015
           perform 8000-EMIT-TEXT.                                      10960015
       SECTION-EXIT.                                                    10970015
           EXIT.                                                        10980015
      *----------------------------------------------------------------*10990015
       9000-FINISH                         SECTION.                     11000015
      *----------------------------------------------------------------*11010015
       SECTION-ENTRY.                                                   11020015
           finish.                                                      11030015
       SECTION-EXIT.                                                    11040015
           EXIT.                                                        11050015
      *----------------------------------------------------------------*11060015
       copy idms idms-status.                                           11070015
      *----------------------------------------------------------------*11080015
       9999-DB-ERROR                       SECTION.                     11090015
      *----------------------------------------------------------------*11100015
       SECTION-ENTRY.                                                   11110015
           DISPLAY '       9999-DB-ERROR'.                              11120015
           EXIT PROGRAM.                                                11130015
           STOP RUN.                                                    11140015
       SECTION-EXIT.                                                    11150015
           EXIT.                                                        11160015
