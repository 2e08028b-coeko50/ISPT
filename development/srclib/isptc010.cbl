      *COBOL PGM SOURCE FOR isptc010                                    00010015
      *RETRIEVAL                                                        00020015
      *DMLIST                                                           00030015
       IDENTIFICATION DIVISION.                                         00040015
       PROGRAM-ID.                     isptc010.                        00050015
       AUTHOR.                         Kosie.                           00060015
       DATE-WRITTEN.                   26/10/15.                        00070015
      *----------------------------------------------------------------*00080015
      *                                                                *00090015
      *                                                                *00100015
      * Online rule and message maintenance with four-eyes approval -  *00110015
      * the ISPTMNT task.                                              *00120015
      *                                                                *00130015
      * isptc008 (ISPTINQ) answers questions; changing a 900-904       *00140015
      * validation rule used to mean a hand-keyed SQL UPDATE against   *00150015
      * ISPT.RECORD_INFO, and changing a MSGCAT-168 message an         *00160015
      * isptb021 run - neither with a second check.  This IDMS-DC      *00170015
      * line-mode task holds every such change as a proposal :         *00180015
      *                                                                *00190015
      *   RULE     propose a UDC_KEY / UDC_VAL change for a REC/ELE    *00200015
      *            row of the record's highest RECVER (the isptc008    *00210015
      *            reading).  Key 900-902 or 904 sets the rule, key 0  *00220015
      *            removes it.  A 903 conditional is refused : the     *00230015
      *            isptc001 RECORD_INFO table procedure maintains      *00230215
      *            900-902/904 only.                                   *00230415
      *   MSG      propose a MSGCAT-168 wording for an element and     *00240015
      *            category ('*' = the blank, element-level default    *00250015
      *            category).  No text proposes deleting the entry.    *00260015
      *   LIST     the pending proposals.                              *00270015
      *   SHOW     one proposal : current value beside proposed, its   *00280015
      *            log, and for a rule the affected endpoints.         *00290015
      *   APPROVE  apply a pending proposal.  The approver must be a   *00300015
      *            different user id from the proposer; an attempt     *00310015
      *            by the proposer is refused and logged.  The value   *00320015
      *            the proposal was made against must still be the     *00330015
      *            current one, otherwise the approval is refused -    *00340015
      *            reject it and propose again.                        *00350015
      *   REJECT   close a pending proposal without applying it (the   *00360015
      *            proposer may withdraw their own this way).          *00370015
      *                                                                *00380015
      * Proposing shows the current value next to the proposed one.    *00390015
      * For a rule, proposing, showing and approving also list every   *00400015
      * compiled endpoint whose ENDPOINT-REC is the record or one of   *00410015
      * its composite owners (the isptb034 owner walk over             *00420015
      * ISPT.COMPOSITE_INFO) : a rule reaches the runtime only through *00430015
      * the vers-3 rules body, so those modules need an isptb009       *00440015
      * recompile and an isptb024 ACTIVATE before the new rule takes   *00450015
      * effect.  A message change is live at the next isptc007 lookup  *00460015
      * once it is approved.                                           *00470015
      *                                                                *00480015
      * The user id is the SQL USER of the session, the identity       *00490015
      * isptc002 audits by.                                            *00500015
      *                                                                *00510015
      * -------------------------------------------------------------  *00520015
      *                                                                *00530015
      * Task input (may run past one terminal line, 160 bytes) :       *00540015
      *   ISPTMNT RULE <rec> <ele> <key> <value>                       *00550015
      *   ISPTMNT MSG <ele> <category> <text>                          *00560015
      *   ISPTMNT LIST                                                 *00570015
      *   ISPTMNT SHOW <id>                                            *00580015
      *   ISPTMNT APPROVE <id>                                         *00590015
      *   ISPTMNT REJECT <id>                                          *00600015
      * A rule value is up to 16 bytes, a message text up to 60; both  *00610015
      * run from the first non-blank after the previous token to the   *00620015
      * end of the input.                                              *00630015
      *                                                                *00640015
      * Assumption (dictionary extension, same class as MODSEAL-171) : *00650015
      * RULECHG-173 lives in DDLDML beside MSGCAT-168, CALC on         *00660015
      * RULECHG-ID-173 (8 display digits) without duplicates, with     *00670015
      * the SYS-RULECHG system-owned set (the SYS-LOADHDR pattern      *00680015
      * documented in isptb006) sorted ascending on the id, so the     *00690015
      * last member carries the highest id issued.  It carries         *00700015
      * RULECHG-STATUS-173 (1 : P pending, A applied, R rejected),     *00710015
      * RULECHG-KIND-173 (1 : R rule, M message), RULECHG-REC-173      *00720015
      * (32), RULECHG-RECVER-173 (halfword), RULECHG-ELE-173 (32),     *00730015
      * RULECHG-CATEGORY-173 (4), RULECHG-OLD-KEY-173 and              *00740015
      * RULECHG-NEW-KEY-173 (halfwords, 0 = no rule),                  *00750015
      * RULECHG-OLD-VAL-173 and RULECHG-NEW-VAL-173 (60, spaces = no   *00760015
      * catalog entry), RULECHG-PROPOSER-173 and RULECHG-DECIDER-173   *00770015
      * (8), RULECHG-PROPOSED-173 and RULECHG-DECIDED-173 (14,         *00780015
      * yyyymmddhhmmss).  Decided proposals stay as the history.       *00790015
      *                                                                *00800015
      * Assumption (dictionary extension, same class as                *00810015
      * AUDITREC-169) : RULELOG-174 lives in the DDLAUDIT area, CALC   *00820015
      * on RULELOG-ID-174 with duplicates (one per action on the       *00830015
      * proposal), SYS-RULELOG system-owned, carrying                  *00840015
      * RULELOG-ACTION-174 (8 : PROPOSE, APPROVE, REJECT, REFUSED),    *00850015
      * RULELOG-STAMP-174 (14),                                        *00860015
      * RULELOG-PROPOSER-174 and RULELOG-ACTOR-174 (8), and            *00870015
      * RULELOG-KIND-174, RULELOG-REC-174, RULELOG-ELE-174,            *00880015
      * RULELOG-CATEGORY-174, RULELOG-OLD-KEY-174,                     *00890015
      * RULELOG-NEW-KEY-174, RULELOG-OLD-VAL-174, RULELOG-NEW-VAL-174  *00900015
      * as RULECHG-173.  Every row commits as written, the             *00910015
      * isptc002 audit rule.                                           *00920015
      *                                                                *00930015
      * Same SYS-LOADHDR system-owned-set assumption documented in     *00940015
      * isptb006, and the MSGCAT-168 layout documented in isptc007.    *00950015
      *                                                                *00960015
      * Maintenance                                                    *00970015
      * 26/10/15  new program                                          *00980015
      *                                                                *00990015
      *----------------------------------------------------------------*01000015
       ENVIRONMENT DIVISION.                                            01010015
      *                                                                 01020015
       CONFIGURATION SECTION.                                           01030015
      *SOURCE-COMPUTER.                IBM WITH DEBUGGING MODE.         01040015
      *                                                                 01050015
       IDMS-CONTROL SECTION.                                            01060015
       PROTOCOL.  MODE IS idms-dc  DEBUG                                01070015
                  IDMS-RECORDS MANUAL.                                  01080015
      *----------------------------------------------------------------*01090015
      *                                                                *01100015
      *----------------------------------------------------------------*01110015
       INPUT-OUTPUT SECTION.                                            01120015
       FILE-CONTROL.                                                    01130015
           SELECT DICTPARM    ASSIGN TO DICTPARM                        01140015
               FILE STATUS IS WS-DICTPARM-STATUS.                       01150015
      *----------------------------------------------------------------*01160015
      *                                                                *01170015
      *----------------------------------------------------------------*01180015
       DATA DIVISION.                                                   01190015
      *                                                                 01200015
       SCHEMA SECTION.                                                  01210015
       DB    IDMSNWKA WITHIN IDMSNTWK VERSION 1.                        01220015
      *----------------------------------------------------------------*01230015
      *                                                                *01240015
      *----------------------------------------------------------------*01250015
       FILE SECTION.                                                    01260015
       FD  DICTPARM                                                     01270015
           RECORDING MODE IS F.                                         01280015
       01  DICTPARM-CARD.                                               01290015
           05 DP-DICTNAME                     PIC X(08).                01300015
           05 FILLER                          PIC X(72).                01310015
      *----------------------------------------------------------------*01320015
       WORKING-STORAGE SECTION.                                         01330015
        01 FILLER                                 PIC X(50) VALUE       01340015
            '*******  isptc010  WORKING STORAGE STARTS HERE -->'.       01350015
                                                                        01360015
        EXEC SQL BEGIN DECLARE SECTION END-EXEC.                        01370015
        77 wk-dbname                           PIC x(8).                01380015
        77 wk-dictname                         PIC x(8).                01390015
        77 wk-userid                           PIC x(8).                01400015
        77 ws-rec-name                         PIC x(32).               01410015
        77 ws-ele-name                         PIC x(32).               01420015
        77 ws-recver                           PIC S9(4) COMP.          01430015
        77 ws-recver-i                         PIC S9(4) COMP.          01440015
        77 ws-udc-key                          PIC S9(4) COMP.          01450015
        77 ws-udc-key-i                        PIC S9(4) COMP.          01460015
        77 ws-udc-val                          PIC x(16).               01470015
        77 ws-udc-val-i                        PIC S9(4) COMP.          01480015
        77 ws-member-rec                       PIC x(32).               01490015
        77 ws-member-recver                    PIC S9(4) COMP.          01500015
        77 ws-owner-rec                        PIC x(32).               01510015
        77 ws-owner-recver                     PIC S9(4) COMP.          01520015
        EXEC SQL  end  DECLARE SECTION END-EXEC.                        01530015
                                                                        01540015
        EXEC SQL DECLARE OWNWALK CURSOR FOR                             01550015
             SELECT OWNER_REC, OWNER_RECVER                             01560015
               FROM ISPT.COMPOSITE_INFO                                 01570015
              WHERE MEMBER_REC = :ws-member-rec                         01580015
                AND MEMBER_RECVER = :ws-member-recver                   01590015
              ORDER BY OWNER_REC, OWNER_RECVER                          01600015
        END-EXEC.                                                       01610015
                                                                        01620015
        01 WORK-FIELDS.                                                 01630015
           05 W-INPUT-LINE                       PIC X(160).            01640015
           05 W-OUT-LINE                         PIC X(80).             01650015
           05 W-command                          PIC X(08).             01660015
           05 W-token                            PIC X(32).             01670015
           05 W-tok-len                          PIC S9(4) COMP.        01680015
           05 W-rest                             PIC X(60).             01690015
           05 W-rest-len                         PIC S9(4) COMP.        01700015
           05 W-user-id                          PIC X(08).             01710015
           05 W-modname                          PIC X(08).             01720015
           05 W-cx                               PIC S9(4) COMP.        01730015
           05 W-tx                               PIC S9(4) COMP.        01740015
           05 W-len                              PIC S9(4) COMP.        01750015
           05 W-i                                PIC S9(4) COMP.        01760015
           05 W-lines                            PIC S9(4) COMP.        01770015
           05 W-ept-cnt                          PIC S9(4) COMP.        01780015
           05 W-id-x                             PIC X(08).             01790015
           05 W-id-9 REDEFINES W-id-x            PIC 9(08).             01800015
           05 W-key-x                            PIC X(03).             01810015
           05 W-key-9 REDEFINES W-key-x          PIC 9(03).             01820015
           05 W-next-id                          PIC 9(08).             01830015
           05 W-recver-ed                        PIC 9(04).             01840015
           05 W-cur-key                          PIC S9(4) COMP.        01850015
           05 W-cur-val                          PIC X(60).             01860015
           05 W-new-key                          PIC S9(4) COMP.        01870015
           05 W-new-val                          PIC X(60).             01880015
           05 W-category                         PIC X(04).             01890015
           05 W-log-action                       PIC X(08).             01900015
           05 W-current-date-area.                                      01910015
              10 W-stamp                         PIC X(14).             01920015
              10 FILLER                          PIC X(07).             01930015
           05 W-found-sw                         PIC X(01).             01940015
              88 ENTRY-FOUND                        VALUE 'Y'.          01950015
              88 ENTRY-ABSENT                       VALUE 'N'.          01960015
           05 W-conflict-sw                      PIC X(01).             01970015
              88 CONFLICT-PENDING                   VALUE 'Y'.          01980015
              88 NO-CONFLICT                        VALUE 'N'.          01990015
           05 W-match-sw                         PIC X(01).             02000015
              88 EPT-MATCH                          VALUE 'Y'.          02010015
           05 W-conflict-id                      PIC 9(08).             02020015
                                                                        02030015
      *    the record and its composite owners, the isptb034 walk.     *02040015
        01 OWNER-TABLE.                                                 02050015
           05 W-own-tot                          PIC S9(4) COMP.        02060015
           05 W-own-max                          PIC S9(4) COMP         02070015
                                                 VALUE 10.              02080015
           05 W-own-full-sw                      PIC X(01).             02080215
              88 OWNERS-TRUNCATED                   VALUE 'Y'.          02080415
           05 W-own-entry OCCURS 10.                                    02090015
              10 W-own-rec                       PIC X(32).             02100015
              10 W-own-recver                    PIC S9(4) COMP.        02110015
                                                                        02120015
        01 OUT-EDIT-FIELDS.                                             02130015
           05 OE-VALUE-LINE.                                            02140015
              10 OE-V-LABEL      PIC X(09).                             02150015
              10 OE-V-KEY        PIC X(04).                             02160015
              10 OE-V-TEXT       PIC X(60).                             02170015
           05 OE-HEAD-LINE.                                             02180015
              10 FILLER          PIC X(09) VALUE 'PROPOSAL '.           02190015
              10 OE-H-ID         PIC 9(08).                             02200015
              10 FILLER          PIC X(01) VALUE SPACE.                 02210015
              10 OE-H-STATUS     PIC X(08).                             02220015
              10 FILLER          PIC X(04) VALUE ' BY '.                02230015
              10 OE-H-BY         PIC X(08).                             02240015
              10 FILLER          PIC X(01) VALUE SPACE.                 02250015
              10 OE-H-STAMP      PIC X(14).                             02260015
           05 OE-PENDING-HEAD.                                          02270015
              10 FILLER          PIC X(14) VALUE 'PENDING  KIND '.      02280015
              10 FILLER          PIC X(33) VALUE 'NAME'.                02290015
              10 FILLER          PIC X(25) VALUE 'DETAIL'.              02300015
              10 FILLER          PIC X(08) VALUE 'BY'.                  02310015
           05 OE-PENDING-LINE.                                          02320015
              10 OE-P-ID         PIC 9(08).                             02330015
              10 FILLER          PIC X(01) VALUE SPACE.                 02340015
              10 OE-P-KIND       PIC X(04).                             02350015
              10 FILLER          PIC X(01) VALUE SPACE.                 02360015
              10 OE-P-NAME       PIC X(32).                             02370015
              10 FILLER          PIC X(01) VALUE SPACE.                 02380015
              10 OE-P-DETAIL     PIC X(24).                             02390015
              10 FILLER          PIC X(01) VALUE SPACE.                 02400015
              10 OE-P-BY         PIC X(08).                             02410015
           05 OE-LOG-LINE.                                              02420015
              10 FILLER          PIC X(04) VALUE 'LOG '.                02430015
              10 OE-L-ACTION     PIC X(08).                             02440015
              10 FILLER          PIC X(01) VALUE SPACE.                 02450015
              10 OE-L-STAMP      PIC X(14).                             02460015
              10 FILLER          PIC X(07) VALUE ' ACTOR '.             02470015
              10 OE-L-ACTOR      PIC X(08).                             02480015
              10 FILLER          PIC X(10) VALUE ' PROPOSER '.          02490015
              10 OE-L-PROPOSER   PIC X(08).                             02500015
           05 OE-EPT-LINE.                                              02510015
              10 FILLER          PIC X(11) VALUE '  ENDPOINT '.         02520015
              10 OE-E-NAME       PIC X(32).                             02530015
              10 FILLER          PIC X(09) VALUE ' JSONMAP '.           02540015
              10 OE-E-MODNAME    PIC X(08).                             02550015
              10 FILLER          PIC X(05) VALUE ' REC '.               02560015
              10 OE-E-REC        PIC X(15).                             02570015
                                                                        02580015
        01 WS-DICTPARM-FIELDS.                                          02590015
           05 WS-DICTPARM-STATUS                 PIC X(02).             02600015
                                                                        02610015
        01 COPY IDMS SUBSCHEMA-NAMES.                                   02620015
        01 IDMS-work-AREA.                                              02630015
           02 COPY IDMS SUBSCHEMA-CTRL.                                 02640015
           02 COPY IDMS RECORD LOADHDR-156.                             02650015
           02 COPY IDMS RECORD loadtext-157.                            02660015
           02 COPY IDMS RECORD MSGCAT-168.                              02670015
           02 COPY IDMS RECORD RULECHG-173.                             02680015
           02 COPY IDMS RECORD RULELOG-174.                             02690015
                                                                        02700015
        01 DECODE-FIELDS.                                               02710015
           05 COPY IDMS record ispt-endpoint-definition.                02720015
      *----------------------------------------------------------------*02730015
       PROCEDURE DIVISION.                                              02740015
      *----------------------------------------------------------------*02750015
      *                                                                *02760015
      *----------------------------------------------------------------*02770015
       0000-MAINLINE                       SECTION.                     02780015
      *----------------------------------------------------------------*02790015
       SECTION-ENTRY.                                                   02800015
           move spaces to W-INPUT-LINE.                                 02810015
           READ TERMINAL INTO W-INPUT-LINE MAX LENGTH 160.              02820015
                                                                        02830015
           perform 0050-PARSE-COMMAND.                                  02840015
           if W-command not = 'RULE'    and not = 'MSG'                 02850015
                    and not = 'LIST'    and not = 'SHOW'                02860015
                    and not = 'APPROVE' and not = 'REJECT'              02870015
              perform 0200-HELP                                         02880015
              go to quick-exit                                          02890015
           end-if.                                                      02900015
                                                                        02910015
           perform 0100-BIND-DATABASE.                                  02920015
                                                                        02930015
           evaluate W-command                                           02940015
              when 'RULE'                                               02950015
                 perform 1000-PROPOSE-RULE                              02960015
              when 'MSG'                                                02970015
                 perform 1500-PROPOSE-MSG                               02980015
              when 'LIST'                                               02990015
                 perform 2000-LIST-PENDING                              03000015
              when 'SHOW'                                               03010015
                 perform 3000-SHOW-PROPOSAL                             03020015
              when 'APPROVE'                                            03030015
                 perform 4000-APPROVE-PROPOSAL                          03040015
              when 'REJECT'                                             03050015
                 perform 4500-REJECT-PROPOSAL                           03060015
           end-evaluate.                                                03070015
                                                                        03080015
           perform 9000-FINISH.                                         03090015
       quick-exit.                                                      03100015
           EXIT PROGRAM.                                                03110015
           STOP RUN.                                                    03120015
       SECTION-EXIT.                                                    03130015
           EXIT.                                                        03140015
      *----------------------------------------------------------------*03150015
      *  "ISPTMNT <command> ..." : drop the task code, take the        *03160015
      *  command token.  W-cx is left behind it for the operands.      *03170015
      *----------------------------------------------------------------*03180015
       0050-PARSE-COMMAND                  SECTION.                     03190015
      *----------------------------------------------------------------*03200015
       SECTION-ENTRY.                                                   03210015
           move spaces to W-command.                                    03220015
           move 0 to W-cx.                                              03230015
      *    skip the task-code token.                                   *03240015
       skip-task-loop.                                                  03250015
           add 1 to W-cx.                                               03260015
           if W-cx > 160                                                03270015
              go to section-exit                                        03280015
           end-if.                                                      03290015
           if W-INPUT-LINE(W-cx:1) not = space                          03300015
              go to skip-task-loop                                      03310015
           end-if.                                                      03320015
           perform 0060-NEXT-TOKEN.                                     03330015
           if W-tok-len > 8                                             03340015
              go to section-exit                                        03350015
           end-if.                                                      03360015
           move W-token to W-command.                                   03370015
       SECTION-EXIT.                                                    03380015
           EXIT.                                                        03390015
      *----------------------------------------------------------------*03400015
      *  the next blank-delimited token from W-cx.  W-tok-len is its   *03410015
      *  true length - over 32 means the token did not fit W-token.    *03420015
      *----------------------------------------------------------------*03430015
       0060-NEXT-TOKEN                     SECTION.                     03440015
      *----------------------------------------------------------------*03450015
       SECTION-ENTRY.                                                   03460015
           move spaces to W-token.                                      03470015
           move 0 to W-tok-len.                                         03480015
       skip-blank-loop.                                                 03490015
           if W-cx > 160                                                03500015
              go to section-exit                                        03510015
           end-if.                                                      03520015
           if W-INPUT-LINE(W-cx:1) = space                              03530015
              add 1 to W-cx                                             03540015
              go to skip-blank-loop                                     03550015
           end-if.                                                      03560015
       token-loop.                                                      03570015
           if W-cx > 160 or W-INPUT-LINE(W-cx:1) = space                03580015
              go to section-exit                                        03590015
           end-if.                                                      03600015
           add 1 to W-tok-len.                                          03610015
           if W-tok-len not > 32                                        03620015
              move W-INPUT-LINE(W-cx:1) to W-token(W-tok-len:1)         03630015
           end-if.                                                      03640015
           add 1 to W-cx.                                               03650015
           go to token-loop.                                            03660015
       SECTION-EXIT.                                                    03670015
           EXIT.                                                        03680015
      *----------------------------------------------------------------*03690015
      *  the rest of the input from the first non-blank after W-cx -   *03700015
      *  a rule value or a message text, embedded blanks kept.         *03710015
      *  W-rest-len is the length to the last non-blank; over 60       *03720015
      *  means it did not fit W-rest.                                  *03730015
      *----------------------------------------------------------------*03740015
       0070-REST-OF-LINE                   SECTION.                     03750015
      *----------------------------------------------------------------*03760015
       SECTION-ENTRY.                                                   03770015
           move spaces to W-rest.                                       03780015
           move 0 to W-rest-len.                                        03790015
       skip-blank-loop.                                                 03800015
           if W-cx > 160                                                03810015
              go to section-exit                                        03820015
           end-if.                                                      03830015
           if W-INPUT-LINE(W-cx:1) = space                              03840015
              add 1 to W-cx                                             03850015
              go to skip-blank-loop                                     03860015
           end-if.                                                      03870015
           move 160 to W-tx.                                            03880015
       trim-loop.                                                       03890015
           if W-INPUT-LINE(W-tx:1) = space                              03900015
              subtract 1 from W-tx                                      03910015
              go to trim-loop                                           03920015
           end-if.                                                      03930015
           compute W-rest-len = W-tx - W-cx + 1.                        03940015
           if W-rest-len > 60                                           03950015
              move W-INPUT-LINE(W-cx:60) to W-rest                      03960015
           else                                                         03970015
              move W-INPUT-LINE(W-cx:W-rest-len) to W-rest              03980015
           end-if.                                                      03990015
       SECTION-EXIT.                                                    04000015
           EXIT.                                                        04010015
      *----------------------------------------------------------------*04020015
      *  the dictionary name is a runtime parameter : one DICTPARM     *04030015
      *  card overrides the ISPTDICT default, so the same tooling can  *04040015
      *  be pointed at the test dictionary.                            *04050015
      *----------------------------------------------------------------*04060015
       0080-GET-DICTNAME                   SECTION.                     04070015
      *----------------------------------------------------------------*04080015
       SECTION-ENTRY.                                                   04090015
           move 'ISPTDICT' to wk-dictname.                              04100015
           OPEN INPUT DICTPARM.                                         04110015
           IF WS-DICTPARM-STATUS = '00'                                 04120015
              READ DICTPARM                                             04130015
                 AT END CONTINUE                                        04140015
                 NOT AT END                                             04150015
                    IF DP-DICTNAME NOT = SPACES                         04160015
                       MOVE DP-DICTNAME TO wk-dictname                  04170015
                    END-IF                                              04180015
              END-READ                                                  04190015
              CLOSE DICTPARM                                            04200015
           END-IF.                                                      04210015
       SECTION-EXIT.                                                    04220015
           EXIT.                                                        04230015
      *----------------------------------------------------------------*04240015
      *  the session's SQL USER is the identity every proposal and     *04250015
      *  decision is recorded under.                                   *04260015
      *----------------------------------------------------------------*04270015
       0100-BIND-DATABASE                  SECTION.                     04280015
      *----------------------------------------------------------------*04290015
       SECTION-ENTRY.                                                   04300015
           perform 0080-GET-DICTNAME.                                   04310015
                                                                        04320015
           exec sql                                                     04330015
               select segment, user                                     04340015
                 into :wk-dbname, :wk-userid                            04350015
               from system.schema                                       04360015
               where name = :wk-dictname                                04370015
           end-exec.                                                    04380015
                                                                        04390015
           if sqlcode not = 0                                           04400015
              display ' isptc010 Error getting DB-NAME, sqlcode='       04410015
                 sqlcode ' state: ' sqlstate                            04420015
           end-if.                                                      04430015
           move wk-userid to W-user-id.                                 04440015
                                                                        04450015
           MOVE 'isptc010' TO PROGRAM-NAME                              04460015
           BIND RUN-UNIT  dbname wk-dbname                              04470015
           perform idms-status.                                         04480015
           BIND LOADHDR-156                                             04490015
           perform idms-status.                                         04500015
           BIND loadtext-157                                            04510015
           perform idms-status.                                         04520015
           BIND MSGCAT-168                                              04530015
           perform idms-status.                                         04540015
           BIND RULECHG-173                                             04550015
           perform idms-status.                                         04560015
           BIND RULELOG-174                                             04570015
           perform idms-status.                                         04580015
           ready  ddldclod usage-mode retrieval.                        04590015
           perform idms-status.                                         04600015
           ready  ddldml usage-mode update.                             04610015
           perform idms-status.                                         04620015
           ready  ddlaudit usage-mode update.                           04630015
           perform idms-status.                                         04640015
       SECTION-EXIT.                                                    04650015
           EXIT.                                                        04660015
      *----------------------------------------------------------------*04670015
       0200-HELP                           SECTION.                     04680015
      *----------------------------------------------------------------*04690015
       SECTION-ENTRY.                                                   04700015
           move 'ISPTMNT - RULE AND MESSAGE MAINTENANCE.  COMMANDS :'   04710015
               to W-OUT-LINE.                                           04720015
           WRITE TERMINAL FROM W-OUT-LINE LENGTH 80.                    04730015
           move '  RULE <rec> <ele> <key 900-902/904, 0 = remove> <val>'04740015
               to W-OUT-LINE.                                           04750015
           WRITE TERMINAL FROM W-OUT-LINE LENGTH 80.                    04760015
           move '  MSG <ele> <category, * = default> <text, none = del>'04770015
               to W-OUT-LINE.                                           04780015
           WRITE TERMINAL FROM W-OUT-LINE LENGTH 80.                    04790015
           move '  LIST   SHOW <id>   APPROVE <id>   REJECT <id>'       04800015
               to W-OUT-LINE.                                           04810015
           WRITE TERMINAL FROM W-OUT-LINE LENGTH 80.                    04820015
       SECTION-EXIT.                                                    04830015
           EXIT.                                                        04840015
      *----------------------------------------------------------------*04850015
      *  RULE <rec> <ele> <key> <value> : validate, show current       *04860015
      *  beside proposed, hold it pending, list the endpoints.         *04870015
      *----------------------------------------------------------------*04880015
       1000-PROPOSE-RULE                   SECTION.                     04890015
      *----------------------------------------------------------------*04900015
       SECTION-ENTRY.                                                   04910015
           perform 0060-NEXT-TOKEN.                                     04920015
           if W-tok-len = 0 or W-tok-len > 32                           04930015
              move 'ISPTMNT - RULE NEEDS A RECORD NAME.' to W-OUT-LINE  04940015
              go to rule-refused                                        04950015
           end-if.                                                      04960015
           move W-token to ws-rec-name.                                 04970015
           perform 0060-NEXT-TOKEN.                                     04980015
           if W-tok-len = 0 or W-tok-len > 32                           04990015
              move 'ISPTMNT - RULE NEEDS AN ELEMENT NAME.' to W-OUT-LINE05000015
              go to rule-refused                                        05010015
           end-if.                                                      05020015
           move W-token to ws-ele-name.                                 05030015
           perform 0060-NEXT-TOKEN.                                     05040015
           if W-tok-len = 1 and W-token(1:1) = '0'                      05050015
              move 0 to W-new-key                                       05060015
           else                                                         05070015
              if W-tok-len not = 3 or W-token(1:3) not numeric          05080015
                 move 'ISPTMNT - RULE KEY 900-902/904, OR 0 TO REMOVE.' 05090015
                     to W-OUT-LINE                                      05100015
                 go to rule-refused                                     05110015
              end-if                                                    05120015
              move W-token(1:3) to W-key-x                              05130015
              if W-key-9 < 900 or W-key-9 > 904                         05140015
                 move 'ISPTMNT - RULE KEY 900-902/904, OR 0 TO REMOVE.' 05150015
                     to W-OUT-LINE                                      05160015
                 go to rule-refused                                     05170015
              end-if                                                    05180015
              if W-key-9 = 903                                          05180215
                 move 'ISPTMNT - 903 CONDITIONALS ARE NOT MAINTAINABLE.'05180415
                     to W-OUT-LINE                                      05180615
                 go to rule-refused                                     05180815
              end-if                                                    05181015
              move W-key-9 to W-new-key                                 05190015
           end-if.                                                      05200015
           perform 0070-REST-OF-LINE.                                   05210015
           if W-rest-len > 16                                           05220015
              move 'ISPTMNT - A RULE VALUE HOLDS AT MOST 16 BYTES.'     05230015
                  to W-OUT-LINE                                         05240015
              go to rule-refused                                        05250015
           end-if.                                                      05260015
           if W-new-key = 0 and W-rest-len > 0                          05270015
              move 'ISPTMNT - KEY 0 REMOVES THE RULE - NO VALUE.'       05280015
                  to W-OUT-LINE                                         05290015
              go to rule-refused                                        05300015
           end-if.                                                      05310015
           if W-new-key not = 0 and W-rest-len = 0                      05320015
              move 'ISPTMNT - THE RULE NEEDS A VALUE.' to W-OUT-LINE    05330015
              go to rule-refused                                        05340015
           end-if.                                                      05350015
           move W-rest to W-new-val.                                    05360015
                                                                        05370015
           perform 1100-CURRENT-RULE.                                   05380015
           if ENTRY-ABSENT                                              05390015
              go to section-exit                                        05400015
           end-if.                                                      05410015
           if W-cur-key = W-new-key and W-cur-val = W-new-val           05420015
              move 'ISPTMNT - THE RULE ALREADY HAS THAT VALUE.'         05430015
                  to W-OUT-LINE                                         05440015
              go to rule-refused                                        05450015
           end-if.                                                      05460015
                                                                        05470015
           perform 1800-CHECK-CONFLICT.                                 05480015
           if CONFLICT-PENDING                                          05490015
              go to section-exit                                        05500015
           end-if.                                                      05510015
                                                                        05520015
           perform 1900-STORE-PROPOSAL.                                 05530015
           perform 3100-SHOW-VALUES.                                    05540015
           perform 5000-LIST-ENDPOINTS.                                 05550015
           go to section-exit.                                          05560015
                                                                        05570015
       rule-refused.                                                    05580015
           WRITE TERMINAL FROM W-OUT-LINE LENGTH 80.                    05590015
       SECTION-EXIT.                                                    05600015
           EXIT.                                                        05610015
      *----------------------------------------------------------------*05620015
      *  the current UDC_KEY / UDC_VAL of REC/ELE at the record's      *05630015
      *  highest RECVER.  a null key is no rule (0, spaces).           *05640015
      *----------------------------------------------------------------*05650015
       1100-CURRENT-RULE                   SECTION.                     05660015
      *----------------------------------------------------------------*05670015
       SECTION-ENTRY.                                                   05680015
           set ENTRY-ABSENT to true.                                    05690015
           exec sql                                                     05700015
               select max(recver)                                       05710015
                 into :ws-recver :ws-recver-i                           05720015
               from ispt.record_info                                    05730015
               where rec = :ws-rec-name                                 05740015
           end-exec.                                                    05750015
           if sqlcode not = 0 or ws-recver-i = -1                       05760015
              move spaces to W-OUT-LINE                                 05770015
              string 'ISPTMNT - ' delimited by size                     05780015
                     ws-rec-name  delimited by space                    05790015
                     ' HAS NO RECORD_INFO ROWS.' delimited by size      05800015
                  into W-OUT-LINE                                       05810015
              WRITE TERMINAL FROM W-OUT-LINE LENGTH 80                  05820015
              go to section-exit                                        05830015
           end-if.                                                      05840015
           exec sql                                                     05850015
               select udc_key, udc_val                                  05860015
                 into :ws-udc-key :ws-udc-key-i,                        05870015
                      :ws-udc-val :ws-udc-val-i                         05880015
               from ispt.record_info                                    05890015
               where rec = :ws-rec-name                                 05900015
                 and recver = :ws-recver                                05910015
                 and ele = :ws-ele-name                                 05920015
           end-exec.                                                    05930015
           if sqlcode not = 0                                           05940015
              move spaces to W-OUT-LINE                                 05950015
              string 'ISPTMNT - ' delimited by size                     05960015
                     ws-ele-name  delimited by space                    05970015
                     ' IS NOT AN ELEMENT OF ' delimited by size         05980015
                     ws-rec-name  delimited by space                    05990015
                     '.' delimited by size                              06000015
                  into W-OUT-LINE                                       06010015
              WRITE TERMINAL FROM W-OUT-LINE LENGTH 80                  06020015
              go to section-exit                                        06030015
           end-if.                                                      06040015
           set ENTRY-FOUND to true.                                     06050015
           move 0      to W-cur-key.                                    06060015
           move spaces to W-cur-val.                                    06070015
           if ws-udc-key-i not = -1                                     06080015
              move ws-udc-key to W-cur-key                              06090015
           end-if.                                                      06100015
           if ws-udc-val-i not = -1                                     06110015
              move ws-udc-val to W-cur-val                              06120015
           end-if.                                                      06130015
      *    a value under no key is no rule either.                     *06140015
           if W-cur-key = 0                                             06150015
              move spaces to W-cur-val                                  06160015
           end-if.                                                      06170015
       SECTION-EXIT.                                                    06180015
           EXIT.                                                        06190015
      *----------------------------------------------------------------*06200015
      *  MSG <ele> <category> <text> : the same for a MSGCAT-168       *06210015
      *  entry.  no text proposes deleting it.                         *06220015
      *----------------------------------------------------------------*06230015
       1500-PROPOSE-MSG                    SECTION.                     06240015
      *----------------------------------------------------------------*06250015
       SECTION-ENTRY.                                                   06260015
           perform 0060-NEXT-TOKEN.                                     06270015
           if W-tok-len = 0 or W-tok-len > 32                           06280015
              move 'ISPTMNT - MSG NEEDS AN ELEMENT NAME.' to W-OUT-LINE 06290015
              go to msg-refused                                         06300015
           end-if.                                                      06310015
           move W-token to ws-ele-name.                                 06320015
           perform 0060-NEXT-TOKEN.                                     06330015
           if W-tok-len = 0 or W-tok-len > 4                            06340015
              move 'ISPTMNT - MSG NEEDS A CATEGORY (* = DEFAULT).'      06350015
                  to W-OUT-LINE                                         06360015
              go to msg-refused                                         06370015
           end-if.                                                      06380015
           move W-token(1:4) to W-category.                             06390015
           if W-category = '*'                                          06400015
              move spaces to W-category                                 06410015
           end-if.                                                      06420015
           perform 0070-REST-OF-LINE.                                   06430015
           if W-rest-len > 60                                           06440015
              move 'ISPTMNT - A MESSAGE TEXT HOLDS AT MOST 60 BYTES.'   06450015
                  to W-OUT-LINE                                         06460015
              go to msg-refused                                         06470015
           end-if.                                                      06480015
           move W-rest to W-new-val.                                    06490015
           move 0      to W-new-key.                                    06500015
                                                                        06510015
           perform 1600-CURRENT-MSG.                                    06520015
           if ENTRY-ABSENT and W-new-val = spaces                       06530015
              move 'ISPTMNT - NO CATALOG ENTRY TO DELETE.' to W-OUT-LINE06540015
              go to msg-refused                                         06550015
           end-if.                                                      06560015
           if W-cur-val = W-new-val                                     06570015
              move 'ISPTMNT - THE ENTRY ALREADY HAS THAT TEXT.'         06580015
                  to W-OUT-LINE                                         06590015
              go to msg-refused                                         06600015
           end-if.                                                      06610015
                                                                        06620015
           perform 1800-CHECK-CONFLICT.                                 06630015
           if CONFLICT-PENDING                                          06640015
              go to section-exit                                        06650015
           end-if.                                                      06660015
                                                                        06670015
           perform 1900-STORE-PROPOSAL.                                 06680015
           perform 3100-SHOW-VALUES.                                    06690015
           move 'ISPTMNT - PENDING UNTIL ANOTHER USER APPROVES IT.'     06700015
               to W-OUT-LINE.                                           06710015
           WRITE TERMINAL FROM W-OUT-LINE LENGTH 80.                    06720015
           go to section-exit.                                          06730015
                                                                        06740015
       msg-refused.                                                     06750015
           WRITE TERMINAL FROM W-OUT-LINE LENGTH 80.                    06760015
       SECTION-EXIT.                                                    06770015
           EXIT.                                                        06780015
      *----------------------------------------------------------------*06790015
      *  the MSGCAT-168 duplicate for element + category, the          *06800015
      *  isptb021 0450-FIND-ENTRY walk.  absent = spaces.              *06810015
      *----------------------------------------------------------------*06820015
       1600-CURRENT-MSG                    SECTION.                     06830015
      *----------------------------------------------------------------*06840015
       SECTION-ENTRY.                                                   06850015
           set ENTRY-ABSENT to true.                                    06860015
           move 0      to W-cur-key.                                    06870015
           move spaces to W-cur-val.                                    06880015
           move ws-ele-name to MSGCAT-ELE-168.                          06890015
           obtain calc  MSGCAT-168.                                     06900015
       find-loop.                                                       06910015
           if db-rec-not-found                                          06920015
              go to section-exit                                        06930015
           end-if.                                                      06940015
           perform idms-status.                                         06950015
           if MSGCAT-CATEGORY-168 = W-category                          06960015
              set ENTRY-FOUND to true                                   06970015
              move MSGCAT-TEXT-168 to W-cur-val                         06980015
              go to section-exit                                        06990015
           end-if.                                                      07000015
           obtain duplicate MSGCAT-168.                                 07010015
           go to find-loop.                                             07020015
       SECTION-EXIT.                                                    07030015
           EXIT.                                                        07040015
      *----------------------------------------------------------------*07050015
      *  one pending proposal per REC/ELE (rule) or element +          *07060015
      *  category (message) - a second would be approved against a     *07070015
      *  value the first is about to change.                           *07080015
      *----------------------------------------------------------------*07090015
       1800-CHECK-CONFLICT                 SECTION.                     07100015
      *----------------------------------------------------------------*07110015
       SECTION-ENTRY.                                                   07120015
           set NO-CONFLICT to true.                                     07130015
           obtain first RULECHG-173 within SYS-RULECHG.                 07140015
       conflict-loop.                                                   07150015
           if db-end-of-set                                             07160015
              go to section-exit                                        07170015
           end-if.                                                      07180015
           perform idms-status.                                         07190015
           if RULECHG-STATUS-173 = 'P'                                  07200015
            and RULECHG-KIND-173 = W-command(1:1)                       07210015
            and RULECHG-ELE-173 = ws-ele-name                           07220015
              if (W-command = 'RULE'                                    07230015
                  and RULECHG-REC-173 = ws-rec-name)                    07240015
               or (W-command = 'MSG'                                    07250015
                  and RULECHG-CATEGORY-173 = W-category)                07260015
                 set CONFLICT-PENDING to true                           07270015
                 move RULECHG-ID-173 to W-conflict-id                   07280015
                 move spaces to W-OUT-LINE                              07290015
                 string 'ISPTMNT - PROPOSAL ' delimited by size         07300015
                        W-conflict-id delimited by size                 07310015
                        ' IS ALREADY PENDING FOR THIS ENTRY.'           07320015
                        delimited by size                               07330015
                     into W-OUT-LINE                                    07340015
                 WRITE TERMINAL FROM W-OUT-LINE LENGTH 80               07350015
                 go to section-exit                                     07360015
              end-if                                                    07370015
           end-if.                                                      07380015
           obtain next RULECHG-173 within SYS-RULECHG.                  07390015
           go to conflict-loop.                                         07400015
       SECTION-EXIT.                                                    07410015
           EXIT.                                                        07420015
      *----------------------------------------------------------------*07430015
      *  the next id is one past the last member of the sorted set.    *07440015
      *  two analysts proposing at once can race for it : a duplicate  *07450015
      *  calc key (1205) simply takes the next.                        *07460015
      *----------------------------------------------------------------*07470015
       1900-STORE-PROPOSAL                 SECTION.                     07480015
      *----------------------------------------------------------------*07490015
       SECTION-ENTRY.                                                   07500015
           move 1 to W-next-id.                                         07510015
           obtain last RULECHG-173 within SYS-RULECHG.                  07520015
           if not db-end-of-set                                         07530015
              perform idms-status                                       07540015
              compute W-next-id = RULECHG-ID-173 + 1                    07550015
           end-if.                                                      07560015
           perform 7100-TIMESTAMP.                                      07570015
           move 'P'          to RULECHG-STATUS-173.                     07580015
           if W-command = 'RULE'                                        07590015
              move 'R'       to RULECHG-KIND-173                        07600015
              move ws-rec-name  to RULECHG-REC-173                      07610015
              move ws-recver    to RULECHG-RECVER-173                   07620015
              move spaces       to RULECHG-CATEGORY-173                 07630015
           else                                                         07640015
              move 'M'       to RULECHG-KIND-173                        07650015
              move spaces       to RULECHG-REC-173                      07660015
              move 0            to RULECHG-RECVER-173                   07670015
              move W-category   to RULECHG-CATEGORY-173                 07680015
           end-if.                                                      07690015
           move ws-ele-name  to RULECHG-ELE-173.                        07700015
           move W-cur-key    to RULECHG-OLD-KEY-173.                    07710015
           move W-cur-val    to RULECHG-OLD-VAL-173.                    07720015
           move W-new-key    to RULECHG-NEW-KEY-173.                    07730015
           move W-new-val    to RULECHG-NEW-VAL-173.                    07740015
           move W-user-id    to RULECHG-PROPOSER-173.                   07750015
           move W-stamp      to RULECHG-PROPOSED-173.                   07760015
           move spaces       to RULECHG-DECIDER-173.                    07770015
           move spaces       to RULECHG-DECIDED-173.                    07780015
       store-retry.                                                     07790015
           move W-next-id    to RULECHG-ID-173.                         07800015
           store RULECHG-173.                                           07810015
           if ERROR-STATUS = '1205'                                     07820015
              add 1 to W-next-id                                        07830015
              go to store-retry                                         07840015
           end-if.                                                      07850015
           perform idms-status.                                         07860015
           move 'PROPOSE ' to W-log-action.                             07870015
           perform 7000-WRITE-LOG.                                      07880015
       SECTION-EXIT.                                                    07890015
           EXIT.                                                        07900015
      *----------------------------------------------------------------*07910015
      *  the pending proposals, oldest first.                          *07920015
      *----------------------------------------------------------------*07930015
       2000-LIST-PENDING                   SECTION.                     07940015
      *----------------------------------------------------------------*07950015
       SECTION-ENTRY.                                                   07960015
           move 0 to W-lines.                                           07970015
           move OE-PENDING-HEAD to W-OUT-LINE.                          07980015
           WRITE TERMINAL FROM W-OUT-LINE LENGTH 80.                    07990015
           obtain first RULECHG-173 within SYS-RULECHG.                 08000015
       list-loop.                                                       08010015
           if db-end-of-set                                             08020015
              go to list-done                                           08030015
           end-if.                                                      08040015
           perform idms-status.                                         08050015
           if RULECHG-STATUS-173 not = 'P'                              08060015
              go to list-next                                           08070015
           end-if.                                                      08080015
           if W-lines not < 18                                          08090015
              move 'ISPTMNT - MORE PENDING - SHOW <id> FOR THE REST.'   08100015
                  to W-OUT-LINE                                         08110015
              WRITE TERMINAL FROM W-OUT-LINE LENGTH 80                  08120015
              go to section-exit                                        08130015
           end-if.                                                      08140015
           add 1 to W-lines.                                            08150015
           move RULECHG-ID-173       to OE-P-ID.                        08160015
           move RULECHG-PROPOSER-173 to OE-P-BY.                        08170015
           if RULECHG-KIND-173 = 'R'                                    08180015
              move 'RULE'               to OE-P-KIND                    08190015
              move RULECHG-REC-173      to OE-P-NAME                    08200015
              move RULECHG-ELE-173      to OE-P-DETAIL                  08210015
           else                                                         08220015
              move 'MSG '               to OE-P-KIND                    08230015
              move RULECHG-ELE-173      to OE-P-NAME                    08240015
              move RULECHG-CATEGORY-173 to OE-P-DETAIL                  08250015
           end-if.                                                      08260015
           move OE-PENDING-LINE to W-OUT-LINE.                          08270015
           WRITE TERMINAL FROM W-OUT-LINE LENGTH 80.                    08280015
       list-next.                                                       08290015
           obtain next RULECHG-173 within SYS-RULECHG.                  08300015
           go to list-loop.                                             08310015
       list-done.                                                       08320015
           if W-lines = 0                                               08330015
              move 'ISPTMNT - NO PROPOSALS ARE PENDING.' to W-OUT-LINE  08340015
              WRITE TERMINAL FROM W-OUT-LINE LENGTH 80                  08350015
           end-if.                                                      08360015
       SECTION-EXIT.                                                    08370015
           EXIT.                                                        08380015
      *----------------------------------------------------------------*08390015
      *  SHOW <id> : the proposal, current beside proposed, its log    *08400015
      *  and, for a rule, the endpoints to recompile.                  *08410015
      *----------------------------------------------------------------*08420015
       3000-SHOW-PROPOSAL                  SECTION.                     08430015
      *----------------------------------------------------------------*08440015
       SECTION-ENTRY.                                                   08450015
           perform 3050-LOCATE-PROPOSAL.                                08460015
           if ENTRY-ABSENT                                              08470015
              go to section-exit                                        08480015
           end-if.                                                      08490015
           perform 3100-SHOW-VALUES.                                    08500015
           perform 3200-SHOW-LOG.                                       08510015
           if RULECHG-KIND-173 = 'R'                                    08520015
              move RULECHG-REC-173    to ws-rec-name                    08530015
              move RULECHG-RECVER-173 to ws-recver                      08540015
              perform 5000-LIST-ENDPOINTS                               08550015
           end-if.                                                      08560015
       SECTION-EXIT.                                                    08570015
           EXIT.                                                        08580015
      *----------------------------------------------------------------*08590015
      *  the <id> operand, then its RULECHG-173 by calc.               *08600015
      *----------------------------------------------------------------*08610015
       3050-LOCATE-PROPOSAL                SECTION.                     08620015
      *----------------------------------------------------------------*08630015
       SECTION-ENTRY.                                                   08640015
           set ENTRY-ABSENT to true.                                    08650015
           perform 0060-NEXT-TOKEN.                                     08660015
           if W-tok-len = 0 or W-tok-len > 8                            08670015
              go to bad-id                                              08680015
           end-if.                                                      08690015
           if W-token(1:W-tok-len) not numeric                          08700015
              go to bad-id                                              08710015
           end-if.                                                      08720015
           move zeros to W-id-x.                                        08730015
           compute W-tx = 9 - W-tok-len.                                08740015
           move W-token(1:W-tok-len) to W-id-x(W-tx:W-tok-len).         08750015
           move W-id-9 to RULECHG-ID-173.                               08760015
           obtain calc  RULECHG-173.                                    08770015
           if db-rec-not-found                                          08780015
              move spaces to W-OUT-LINE                                 08790015
              string 'ISPTMNT - NO PROPOSAL ' delimited by size         08800015
                     W-id-x delimited by size                           08810015
                     '.' delimited by size                              08820015
                  into W-OUT-LINE                                       08830015
              WRITE TERMINAL FROM W-OUT-LINE LENGTH 80                  08840015
              go to section-exit                                        08850015
           end-if.                                                      08860015
           perform idms-status.                                         08870015
           set ENTRY-FOUND to true.                                     08880015
           go to section-exit.                                          08890015
       bad-id.                                                          08900015
           move 'ISPTMNT - GIVE THE PROPOSAL ID (UP TO 8 DIGITS).'      08910015
               to W-OUT-LINE.                                           08920015
           WRITE TERMINAL FROM W-OUT-LINE LENGTH 80.                    08930015
       SECTION-EXIT.                                                    08940015
           EXIT.                                                        08950015
      *----------------------------------------------------------------*08960015
      *  heading, target, and the value the proposal was made against  *08970015
      *  beside the proposed one - from the current RULECHG-173.       *08980015
      *----------------------------------------------------------------*08990015
       3100-SHOW-VALUES                    SECTION.                     09000015
      *----------------------------------------------------------------*09010015
       SECTION-ENTRY.                                                   09020015
           move RULECHG-ID-173       to OE-H-ID.                        09030015
           move RULECHG-PROPOSER-173 to OE-H-BY.                        09040015
           move RULECHG-PROPOSED-173 to OE-H-STAMP.                     09050015
           evaluate RULECHG-STATUS-173                                  09060015
              when 'P'                                                  09070015
                 move 'PENDING ' to OE-H-STATUS                         09080015
              when 'A'                                                  09090015
                 move 'APPLIED ' to OE-H-STATUS                         09100015
              when other                                                09110015
                 move 'REJECTED' to OE-H-STATUS                         09120015
           end-evaluate.                                                09130015
           move OE-HEAD-LINE to W-OUT-LINE.                             09140015
           WRITE TERMINAL FROM W-OUT-LINE LENGTH 80.                    09150015
           if RULECHG-STATUS-173 not = 'P'                              09160015
              move spaces to W-OUT-LINE                                 09170015
              string '  DECIDED BY ' delimited by size                  09180015
                     RULECHG-DECIDER-173 delimited by size              09190015
                     ' ' delimited by size                              09200015
                     RULECHG-DECIDED-173 delimited by size              09210015
                  into W-OUT-LINE                                       09220015
              WRITE TERMINAL FROM W-OUT-LINE LENGTH 80                  09230015
           end-if.                                                      09240015
                                                                        09250015
           move spaces to W-OUT-LINE.                                   09260015
           if RULECHG-KIND-173 = 'R'                                    09270015
              move RULECHG-RECVER-173 to W-recver-ed                    09280015
              string 'RULE     ' delimited by size                      09290015
                     RULECHG-REC-173 delimited by space                 09300015
                     ' RECVER ' delimited by size                       09310015
                     W-recver-ed delimited by size                      09320015
                     ' ELE ' delimited by size                          09330015
                     RULECHG-ELE-173 delimited by space                 09340015
                  into W-OUT-LINE                                       09350015
           else                                                         09360015
              string 'MESSAGE  ' delimited by size                      09370015
                     RULECHG-ELE-173 delimited by space                 09380015
                     ' CATEGORY ' delimited by size                     09390015
                     RULECHG-CATEGORY-173 delimited by size             09400015
                  into W-OUT-LINE                                       09410015
           end-if.                                                      09420015
           WRITE TERMINAL FROM W-OUT-LINE LENGTH 80.                    09430015
                                                                        09440015
           move 'CURRENT  '           to OE-V-LABEL.                    09450015
           move RULECHG-OLD-KEY-173   to W-cur-key.                     09460015
           move RULECHG-OLD-VAL-173   to W-cur-val.                     09470015
           perform 3150-SHOW-ONE-VALUE.                                 09480015
           move 'PROPOSED '           to OE-V-LABEL.                    09490015
           move RULECHG-NEW-KEY-173   to W-cur-key.                     09500015
           move RULECHG-NEW-VAL-173   to W-cur-val.                     09510015
           perform 3150-SHOW-ONE-VALUE.                                 09520015
       SECTION-EXIT.                                                    09530015
           EXIT.                                                        09540015
      *----------------------------------------------------------------*09550015
       3150-SHOW-ONE-VALUE                 SECTION.                     09560015
      *----------------------------------------------------------------*09570015
       SECTION-ENTRY.                                                   09580015
           move spaces to OE-V-KEY.                                     09590015
           if RULECHG-KIND-173 = 'R'                                    09600015
              if W-cur-key = 0                                          09610015
                 move '(NO RULE)' to OE-V-TEXT                          09620015
              else                                                      09630015
                 move W-cur-key to W-key-9                              09640015
                 move W-key-x   to OE-V-KEY                             09650015
                 move W-cur-val to OE-V-TEXT                            09660015
              end-if                                                    09670015
           else                                                         09680015
              if W-cur-val = spaces                                     09690015
                 move '(NO CATALOG ENTRY)' to OE-V-TEXT                 09700015
              else                                                      09710015
                 move W-cur-val to OE-V-TEXT                            09720015
              end-if                                                    09730015
           end-if.                                                      09740015
           move OE-VALUE-LINE to W-OUT-LINE.                            09750015
           WRITE TERMINAL FROM W-OUT-LINE LENGTH 80.                    09760015
       SECTION-EXIT.                                                    09770015
           EXIT.                                                        09780015
      *----------------------------------------------------------------*09790015
      *  every RULELOG-174 duplicate for the id, oldest first.         *09800015
      *----------------------------------------------------------------*09810015
       3200-SHOW-LOG                       SECTION.                     09820015
      *----------------------------------------------------------------*09830015
       SECTION-ENTRY.                                                   09840015
           move RULECHG-ID-173 to RULELOG-ID-174.                       09850015
           obtain calc  RULELOG-174.                                    09860015
       log-loop.                                                        09870015
           if db-rec-not-found                                          09880015
              go to section-exit                                        09890015
           end-if.                                                      09900015
           perform idms-status.                                         09910015
           move RULELOG-ACTION-174   to OE-L-ACTION.                    09920015
           move RULELOG-STAMP-174    to OE-L-STAMP.                     09930015
           move RULELOG-ACTOR-174    to OE-L-ACTOR.                     09940015
           move RULELOG-PROPOSER-174 to OE-L-PROPOSER.                  09950015
           move OE-LOG-LINE to W-OUT-LINE.                              09960015
           WRITE TERMINAL FROM W-OUT-LINE LENGTH 80.                    09970015
           obtain duplicate RULELOG-174.                                09980015
           go to log-loop.                                              09990015
       SECTION-EXIT.                                                    10000015
           EXIT.                                                        10010015
      *----------------------------------------------------------------*10020015
      *  APPROVE <id> : four eyes, then the stale check, then apply.   *10030015
      *----------------------------------------------------------------*10040015
       4000-APPROVE-PROPOSAL               SECTION.                     10050015
      *----------------------------------------------------------------*10060015
       SECTION-ENTRY.                                                   10070015
           perform 3050-LOCATE-PROPOSAL.                                10080015
           if ENTRY-ABSENT                                              10090015
              go to section-exit                                        10100015
           end-if.                                                      10110015
           if RULECHG-STATUS-173 not = 'P'                              10120015
              move 'ISPTMNT - THE PROPOSAL IS NO LONGER PENDING.'       10130015
                  to W-OUT-LINE                                         10140015
              WRITE TERMINAL FROM W-OUT-LINE LENGTH 80                  10150015
              perform 3100-SHOW-VALUES                                  10160015
              go to section-exit                                        10170015
           end-if.                                                      10180015
           if RULECHG-PROPOSER-173 = W-user-id                          10190015
              move 'REFUSED ' to W-log-action                           10200015
              perform 7000-WRITE-LOG                                    10210015
              move 'ISPTMNT - A SECOND USER MUST APPROVE THE PROPOSAL.' 10220015
                  to W-OUT-LINE                                         10230015
              WRITE TERMINAL FROM W-OUT-LINE LENGTH 80                  10240015
              go to section-exit                                        10250015
           end-if.                                                      10260015
                                                                        10270015
      *    still the value the proposal was made against ?             *10280015
           move RULECHG-ELE-173 to ws-ele-name.                         10290015
           if RULECHG-KIND-173 = 'R'                                    10300015
              move RULECHG-REC-173 to ws-rec-name                       10310015
              perform 1100-CURRENT-RULE                                 10320015
              if ENTRY-ABSENT                                           10330015
                 go to section-exit                                     10340015
              end-if                                                    10350015
           else                                                         10360015
              move RULECHG-CATEGORY-173 to W-category                   10370015
              perform 1600-CURRENT-MSG                                  10380015
           end-if.                                                      10390015
           if (RULECHG-KIND-173 = 'R'                                   10400015
               and ws-recver not = RULECHG-RECVER-173)                  10410015
            or W-cur-key not = RULECHG-OLD-KEY-173                      10420015
            or W-cur-val not = RULECHG-OLD-VAL-173                      10430015
              move 'ISPTMNT - VALUE CHANGED SINCE PROPOSED - REJECT IT.'10440015
                  to W-OUT-LINE                                         10450015
              WRITE TERMINAL FROM W-OUT-LINE LENGTH 80                  10460015
              go to section-exit                                        10470015
           end-if.                                                      10480015
                                                                        10490015
           if RULECHG-KIND-173 = 'R'                                    10500015
              perform 4100-APPLY-RULE                                   10510015
           else                                                         10520015
              perform 4200-APPLY-MSG                                    10530015
           end-if.                                                      10540015
                                                                        10550015
      *    the walks above moved run-unit currency off the proposal.   *10560015
           move W-id-9 to RULECHG-ID-173.                               10570015
           obtain calc  RULECHG-173.                                    10580015
           perform idms-status.                                         10590015
           perform 7100-TIMESTAMP.                                      10600015
           move 'A'       to RULECHG-STATUS-173.                        10610015
           move W-user-id to RULECHG-DECIDER-173.                       10620015
           move W-stamp   to RULECHG-DECIDED-173.                       10630015
           modify RULECHG-173.                                          10640015
           perform idms-status.                                         10650015
           move 'APPROVE ' to W-log-action.                             10660015
           perform 7000-WRITE-LOG.                                      10670015
                                                                        10680015
           perform 3100-SHOW-VALUES.                                    10690015
           if RULECHG-KIND-173 = 'R'                                    10700015
              perform 5000-LIST-ENDPOINTS                               10710015
           end-if.                                                      10720015
       SECTION-EXIT.                                                    10770015
           EXIT.                                                        10780015
      *----------------------------------------------------------------*10790015
      *  the RECORD_INFO row update the analysts used to key by hand.  *10800015
      *----------------------------------------------------------------*10810015
       4100-APPLY-RULE                     SECTION.                     10820015
      *----------------------------------------------------------------*10830015
       SECTION-ENTRY.                                                   10840015
           move RULECHG-NEW-KEY-173       to ws-udc-key.                10850015
           move RULECHG-NEW-VAL-173(1:16) to ws-udc-val.                10860015
           if ws-udc-key = 0                                            10870015
              exec sql                                                  10880015
                  update ispt.record_info                               10890015
                     set udc_key = null,                                10900015
                         udc_val = null                                 10910015
                   where rec = :ws-rec-name                             10920015
                     and recver = :ws-recver                            10930015
                     and ele = :ws-ele-name                             10940015
              end-exec                                                  10950015
           else                                                         10960015
              exec sql                                                  10970015
                  update ispt.record_info                               10980015
                     set udc_key = :ws-udc-key,                         10990015
                         udc_val = :ws-udc-val                          11000015
                   where rec = :ws-rec-name                             11010015
                     and recver = :ws-recver                            11020015
                     and ele = :ws-ele-name                             11030015
              end-exec                                                  11040015
           end-if.                                                      11050015
           if sqlcode not = 0                                           11060015
              display ' isptc010 RECORD_INFO update failed, sqlcode='   11070015
                 sqlcode ' state: ' sqlstate                            11080015
              move 'ISPTMNT - RECORD_INFO UPDATE FAILED - NOT APPLIED.' 11090015
                  to W-OUT-LINE                                         11100015
              WRITE TERMINAL FROM W-OUT-LINE LENGTH 80                  11110015
              perform 9999-DB-ERROR                                     11120015
           end-if.                                                      11130015
       SECTION-EXIT.                                                    11140015
           EXIT.                                                        11150015
      *----------------------------------------------------------------*11160015
      *  the isptb021 MERGE actions : modify, store, or erase.  the    *11170015
      *  1600 walk left the matching duplicate current.  the new       *11180015
      *  wording is live from the next isptc007 lookup on.             *11180215
      *----------------------------------------------------------------*11190015
       4200-APPLY-MSG                      SECTION.                     11200015
      *----------------------------------------------------------------*11210015
       SECTION-ENTRY.                                                   11220015
           if RULECHG-NEW-VAL-173 = spaces                              11230015
              erase MSGCAT-168                                          11240015
              perform idms-status                                       11250015
              go to msg-applied                                         11260015
           end-if.                                                      11270015
           if ENTRY-FOUND                                               11280015
              move RULECHG-NEW-VAL-173 to MSGCAT-TEXT-168               11290015
              modify MSGCAT-168                                         11300015
              perform idms-status                                       11310015
              go to msg-applied                                         11320015
           end-if.                                                      11330015
           move RULECHG-ELE-173      to MSGCAT-ELE-168.                 11340015
           move RULECHG-CATEGORY-173 to MSGCAT-CATEGORY-168.            11350015
           move RULECHG-NEW-VAL-173  to MSGCAT-TEXT-168.                11360015
           store MSGCAT-168.                                            11370015
           perform idms-status.                                         11380015
       msg-applied.                                                     11380215
           move 'A MESSAGE IS LIVE AT THE NEXT isptc007 LOOKUP.'        11380415
               to W-OUT-LINE.                                           11380615
           WRITE TERMINAL FROM W-OUT-LINE LENGTH 80.                    11380815
       SECTION-EXIT.                                                    11390015
           EXIT.                                                        11400015
      *----------------------------------------------------------------*11410015
      *  REJECT <id> : close it unapplied.                             *11420015
      *----------------------------------------------------------------*11430015
       4500-REJECT-PROPOSAL                SECTION.                     11440015
      *----------------------------------------------------------------*11450015
       SECTION-ENTRY.                                                   11460015
           perform 3050-LOCATE-PROPOSAL.                                11470015
           if ENTRY-ABSENT                                              11480015
              go to section-exit                                        11490015
           end-if.                                                      11500015
           if RULECHG-STATUS-173 not = 'P'                              11510015
              move 'ISPTMNT - THE PROPOSAL IS NO LONGER PENDING.'       11520015
                  to W-OUT-LINE                                         11530015
              WRITE TERMINAL FROM W-OUT-LINE LENGTH 80                  11540015
              perform 3100-SHOW-VALUES                                  11550015
              go to section-exit                                        11560015
           end-if.                                                      11570015
           perform 7100-TIMESTAMP.                                      11580015
           move 'R'       to RULECHG-STATUS-173.                        11590015
           move W-user-id to RULECHG-DECIDER-173.                       11600015
           move W-stamp   to RULECHG-DECIDED-173.                       11610015
           modify RULECHG-173.                                          11620015
           perform idms-status.                                         11630015
           move 'REJECT  ' to W-log-action.                             11640015
           perform 7000-WRITE-LOG.                                      11650015
           perform 3100-SHOW-VALUES.                                    11660015
       SECTION-EXIT.                                                    11670015
           EXIT.                                                        11680015
      *----------------------------------------------------------------*11690015
      *  the compiled endpoints a rule change for ws-rec-name          *11700015
      *  reaches : the record and its composite owners, matched        *11710015
      *  against ENDPOINT-REC in the vers-2 #ISPTEPT bodies (the       *11720015
      *  isptc008 1100-FIND-ENDPOINT decode).                          *11730015
      *----------------------------------------------------------------*11740015
       5000-LIST-ENDPOINTS                 SECTION.                     11750015
      *----------------------------------------------------------------*11760015
       SECTION-ENTRY.                                                   11770015
           perform 5100-LOAD-OWNERS.                                    11780015
           move 0 to W-ept-cnt.                                         11790015
           move 'RULE NEEDS isptb009 RECOMPILE + isptb024 ACTIVATE OF :'11800015
               to W-OUT-LINE.                                           11810015
           WRITE TERMINAL FROM W-OUT-LINE LENGTH 80.                    11820015
           obtain first LOADHDR-156 within SYS-LOADHDR.                 11830015
       ept-walk-loop.                                                   11840015
           if db-end-of-set                                             11850015
              go to ept-walk-done                                       11860015
           end-if.                                                      11870015
           perform idms-status.                                         11880015
           if LOADHDR-VERS-156 not = 2                                  11890015
              go to ept-walk-next                                       11900015
           end-if.                                                      11910015
           obtain first loadtext-157 within loadhdr-loadtext.           11920015
           if db-end-of-set                                             11930015
              go to ept-walk-next                                       11940015
           end-if.                                                      11950015
           if loadtext-157(1:8) not = '#ISPTEPT'                        11960015
              go to ept-walk-next                                       11970015
           end-if.                                                      11980015
           compute W-len =                                              11990015
               Function Length(ispt-endpoint-definition).               12000015
           if W-len > 512                                               12010015
              move 512 to W-len                                         12020015
           end-if.                                                      12030015
           move loadtext-157(1:W-len) to ispt-endpoint-definition.      12040015
           move 'N' to W-match-sw.                                      12050015
           move 1 to W-i.                                               12060015
       owner-match-loop.                                                12070015
           if W-i > W-own-tot                                           12080015
              go to owner-match-done                                    12090015
           end-if.                                                      12100015
           if ENDPOINT-REC = W-own-rec(W-i)                             12110015
              set EPT-MATCH to true                                     12120015
              go to owner-match-done                                    12130015
           end-if.                                                      12140015
           add 1 to W-i.                                                12150015
           go to owner-match-loop.                                      12160015
       owner-match-done.                                                12170015
           if EPT-MATCH                                                 12180015
              add 1 to W-ept-cnt                                        12190015
              move ENDPOINT-NAME    to OE-E-NAME                        12200015
              move ENDPOINT-JSONMAP to OE-E-MODNAME                     12210015
              move ENDPOINT-REC     to OE-E-REC                         12220015
              move OE-EPT-LINE to W-OUT-LINE                            12230015
              WRITE TERMINAL FROM W-OUT-LINE LENGTH 80                  12240015
           end-if.                                                      12250015
       ept-walk-next.                                                   12260015
           obtain next LOADHDR-156 within SYS-LOADHDR.                  12270015
           go to ept-walk-loop.                                         12280015
       ept-walk-done.                                                   12290015
           if W-ept-cnt = 0                                             12300015
              move ws-rec-name(1:8) to W-modname                        12310015
              move spaces to W-OUT-LINE                                 12320015
              string '  NO COMPILED ENDPOINT - MODULE '                 12330015
                         delimited by size                              12340015
                     W-modname delimited by space                       12350015
                     ' ONLY.' delimited by size                         12360015
                  into W-OUT-LINE                                       12370015
              WRITE TERMINAL FROM W-OUT-LINE LENGTH 80                  12380015
           end-if.                                                      12390015
       SECTION-EXIT.                                                    12400015
           EXIT.                                                        12410015
      *----------------------------------------------------------------*12420015
      *  the record, then every owner whose COMPOSITE_INFO member it   *12430015
      *  is.  entries appended are walked in turn, so owners of owners *12440015
      *  follow, the isptb034 0200-ADD-OWNERS walk.                    *12450015
      *----------------------------------------------------------------*12460015
       5100-LOAD-OWNERS                    SECTION.                     12470015
      *----------------------------------------------------------------*12480015
       SECTION-ENTRY.                                                   12490015
           move 'N'         to W-own-full-sw.                           12500015
           move 1           to W-own-tot.                               12500215
           move ws-rec-name to W-own-rec(1).                            12510015
           move ws-recver   to W-own-recver(1).                         12520015
           move 1 to W-i.                                               12530015
       owner-loop.                                                      12540015
           if W-i > W-own-tot                                           12550015
              go to owners-done                                         12560015
           end-if.                                                      12570015
           move W-own-rec(W-i)    to ws-member-rec.                     12580015
           move W-own-recver(W-i) to ws-member-recver.                  12590015
           EXEC SQL OPEN OWNWALK END-EXEC.                              12600015
       fetch-loop.                                                      12610015
           EXEC SQL                                                     12620015
               FETCH OWNWALK                                            12630015
                 INTO :ws-owner-rec, :ws-owner-recver                   12640015
           END-EXEC.                                                    12650015
           if sqlcode not = 0                                           12660015
              go to close-cursor                                        12670015
           end-if.                                                      12680015
           if W-own-tot not < W-own-max                                 12690015
              set OWNERS-TRUNCATED to true                              12700015
              go to fetch-loop                                          12710015
           end-if.                                                      12710215
           add 1 to W-own-tot.                                          12720015
           move ws-owner-rec    to W-own-rec(W-own-tot).                12730015
           move ws-owner-recver to W-own-recver(W-own-tot).             12740015
           go to fetch-loop.                                            12750015
       close-cursor.                                                    12760015
           EXEC SQL CLOSE OWNWALK END-EXEC.                             12770015
           add 1 to W-i.                                                12780015
           go to owner-loop.                                            12790015
       owners-done.                                                     12800015
           if OWNERS-TRUNCATED                                          12800215
              move 'ISPTMNT - OVER 10 OWNERS - ENDPOINTS INCOMPLETE.'   12800415
                  to W-OUT-LINE                                         12800615
              WRITE TERMINAL FROM W-OUT-LINE LENGTH 80                  12800815
           end-if.                                                      12801015
       SECTION-EXIT.                                                    12810015
           EXIT.                                                        12820015
      *----------------------------------------------------------------*12830015
      *  one RULELOG-174 row from the current RULECHG-173, carrying    *12840015
      *  the proposer and the user acting now.  committed as written - *12850015
      *  the row and the change it records go together.                *12860015
      *----------------------------------------------------------------*12870015
       7000-WRITE-LOG                      SECTION.                     12880015
      *----------------------------------------------------------------*12890015
       SECTION-ENTRY.                                                   12900015
           perform 7100-TIMESTAMP.                                      12910015
           move RULECHG-ID-173       to RULELOG-ID-174.                 12920015
           move W-log-action         to RULELOG-ACTION-174.             12930015
           move W-stamp              to RULELOG-STAMP-174.              12940015
           move RULECHG-PROPOSER-173 to RULELOG-PROPOSER-174.           12950015
           move W-user-id            to RULELOG-ACTOR-174.              12960015
           move RULECHG-KIND-173     to RULELOG-KIND-174.               12970015
           move RULECHG-REC-173      to RULELOG-REC-174.                12980015
           move RULECHG-ELE-173      to RULELOG-ELE-174.                12990015
           move RULECHG-CATEGORY-173 to RULELOG-CATEGORY-174.           13000015
           move RULECHG-OLD-KEY-173  to RULELOG-OLD-KEY-174.            13010015
           move RULECHG-NEW-KEY-173  to RULELOG-NEW-KEY-174.            13020015
           move RULECHG-OLD-VAL-173  to RULELOG-OLD-VAL-174.            13030015
           move RULECHG-NEW-VAL-173  to RULELOG-NEW-VAL-174.            13040015
           store RULELOG-174.                                           13050015
           perform idms-status.                                         13060015
           exec sql                                                     13070015
               commit                                                   13080015
           end-exec.                                                    13090015
           COMMIT.                                                      13100015
       SECTION-EXIT.                                                    13110015
           EXIT.                                                        13120015
      *----------------------------------------------------------------*13130015
       7100-TIMESTAMP                      SECTION.                     13140015
      *----------------------------------------------------------------*13150015
       SECTION-ENTRY.                                                   13160015
           MOVE FUNCTION CURRENT-DATE TO W-current-date-area.           13170015
       SECTION-EXIT.                                                    13180015
           EXIT.                                                        13190015
      *----------------------------------------------------------------*13200015
       9000-FINISH                         SECTION.                     13210015
      *----------------------------------------------------------------*13220015
       SECTION-ENTRY.                                                   13230015
           finish.                                                      13240015
       SECTION-EXIT.                                                    13250015
           EXIT.                                                        13260015
      *----------------------------------------------------------------*13270015
       copy idms idms-status.                                           13280015
      *----------------------------------------------------------------*13290015
       idms-abort                          SECTION.                     13300015
      *----------------------------------------------------------------*13310015
       SECTION-ENTRY.                                                   13320015
           DISPLAY ' idms aborting......'.                              13330015
       SECTION-EXIT.                                                    13340015
           EXIT.                                                        13350015
      *----------------------------------------------------------------*13360015
       9999-DB-ERROR                       SECTION.                     13370015
      *----------------------------------------------------------------*13380015
       SECTION-ENTRY.                                                   13390015
           DISPLAY '       9999-DB-ERROR'.                              13400015
           EXIT PROGRAM.                                                13410015
           STOP RUN.                                                    13420015
       SECTION-EXIT.                                                    13430015
           EXIT.                                                        13440015
