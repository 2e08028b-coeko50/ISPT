      *COBOL PGM SOURCE FOR isptb037                                    00010015
      *RETRIEVAL                                                        00020015
      *DMLIST                                                           00030015
       IDENTIFICATION DIVISION.                                         00040015
       PROGRAM-ID.                     isptb037.                        00050015
       AUTHOR.                         Kosie.                           00060015
       DATE-WRITTEN.                   26/10/15.                        00070015
      *----------------------------------------------------------------*00080015
      *                                                                *00090015
      *                                                                *00100015
      * Nightly load-module integrity verifier.                        *00110015
      *                                                                *00120015
      * isptb009 seals every body it stores (MODSEAL-171 : the         *00130015
      * isptc009 hash of the reassembled body rows, the segment and    *00140015
      * row counts and the compile timestamp); isptb024 carries the    *00150015
      * seals through ACTIVATE / ROLLBACK, isptb019 and isptb036       *00160015
      * reseal what they put back and isptb012 erases the seals of     *00170015
      * what it purges.  Nothing else writes the load area, so a body  *00180015
      * that no longer matches its seal has been tampered with or      *00190015
      * corrupted.                                                     *00200015
      *                                                                *00210015
      * This job gathers every module name on SYS-LOADHDR and          *00220015
      * SYS-MODSEAL, then per module reassembles each generation       *00230015
      * (base vers 1-3 live, 11-13 staged, 21-23 retained) exactly     *00240015
      * as isptc002's 1200-obtain-loadmod does - base rows 1-64, each  *00250015
      * #ISPTSEG continuation (base vers + 5) at                       *00260015
      * 64 + (segment - 2) * 63 - and reports :                        *00270015
      *                                                                *00280015
      *   MISMATCH  the reassembled body's hash, row count or segment  *00290015
      *             count differs from its seal                        *00300015
      *   SEGMENT   the chain itself is broken : a continuation        *00310015
      *             without its tag, naming another base, numbered     *00320015
      *             out of range or twice, a segment missing below     *00330015
      *             the highest present, a base or segment short of    *00340015
      *             its rows ahead of a later segment, a base with no  *00350015
      *             body, a continuation with no base header, a base   *00360015
      *             header vers stored twice, or more continuation     *00370015
      *             headers than the two further segments need         *00370215
      *   NOSEAL    a generation with no seal at all                   *00380015
      *   ORPHSEAL  a seal whose generation is not in the load area    *00390015
      *                                                                *00400015
      * -------------------------------------------------------------  *00410015
      *                                                                *00420015
      * VERRPT : one line per exception, then the totals.              *00430015
      *                                                                *00440015
      * Condition code : 8 when any MISMATCH or SEGMENT exception is   *00450015
      * reported, 4 when only NOSEAL / ORPHSEAL ones are, otherwise    *00460015
      * 0 - the job scheduler alerts on the step's return code.        *00470015
      *                                                                *00480015
      * Same SYS-LOADHDR system-owned-set assumption documented in     *00490015
      * isptb006, and the MODSEAL-171 dictionary-extension assumption  *00500015
      * documented in isptb009.                                        *00510015
      *                                                                *00520015
      * Maintenance                                                    *00530015
      * 26/10/15  new program                                          *00540015
      *                                                                *00550015
      *----------------------------------------------------------------*00560015
       ENVIRONMENT DIVISION.                                            00570015
      *                                                                 00580015
       CONFIGURATION SECTION.                                           00590015
      *SOURCE-COMPUTER.                IBM WITH DEBUGGING MODE.         00600015
      *                                                                 00610015
       IDMS-CONTROL SECTION.                                            00620015
       PROTOCOL.  MODE IS BATCH            DEBUG                        00630015
                  IDMS-RECORDS MANUAL.                                  00640015
      *----------------------------------------------------------------*00650015
      *                                                                *00660015
      *----------------------------------------------------------------*00670015
       INPUT-OUTPUT SECTION.                                            00680015
       FILE-CONTROL.                                                    00690015
           SELECT DICTPARM    ASSIGN TO DICTPARM                        00700015
               FILE STATUS IS WS-DICTPARM-STATUS.                       00710015
           SELECT VERRPT      ASSIGN TO VERRPT                          00720015
               FILE STATUS IS WS-VERRPT-STATUS.                         00730015
      *----------------------------------------------------------------*00740015
      *                                                                *00750015
      *----------------------------------------------------------------*00760015
       DATA DIVISION.                                                   00770015
      *                                                                 00780015
       SCHEMA SECTION.                                                  00790015
       DB    IDMSNWKA WITHIN IDMSNTWK VERSION 1.                        00800015
      *----------------------------------------------------------------*00810015
      *                                                                *00820015
      *----------------------------------------------------------------*00830015
       FILE SECTION.                                                    00840015
       FD  DICTPARM                                                     00850015
           RECORDING MODE IS F.                                         00860015
       01  DICTPARM-CARD.                                               00870015
           05 DP-DICTNAME                     PIC X(08).                00880015
           05 FILLER                          PIC X(72).                00890015
                                                                        00900015
       FD  VERRPT                                                       00910015
           RECORDING MODE IS F.                                         00920015
       01  VERRPT-LINE                        PIC X(132).               00930015
      *----------------------------------------------------------------*00940015
       WORKING-STORAGE SECTION.                                         00950015
        01 FILLER                                 PIC X(50) VALUE       00960015
            '*******  isptb037  WORKING STORAGE STARTS HERE -->'.       00970015
                                                                        00980015
        EXEC SQL BEGIN DECLARE SECTION END-EXEC.                        00990015
        77 wk-dbname                           PIC x(8).                01000015
        77 wk-dictname                         PIC x(8).                01010015
        EXEC SQL  end  DECLARE SECTION END-EXEC.                        01020015
                                                                        01030015
        01 WORK-FIELDS.                                                 01040015
           05 W-mx                               PIC S9(4) COMP.        01050015
           05 W-gx                               PIC S9(4) COMP.        01060015
           05 W-j                                PIC S9(4) COMP.        01070015
           05 W-vers                             PIC S9(4) COMP.        01080015
           05 W-tens                             PIC S9(4) COMP.        01090015
           05 W-vers-unit                        PIC S9(4) COMP.        01090215
           05 W-base-vers                        PIC 9(02).             01100015
           05 W-canon-vers                       PIC 9(02).             01110015
           05 W-seg-no-in                        PIC 9(02).             01120015
           05 W-seg-base-in                      PIC 9(02).             01130015
           05 W-row                              PIC S9(4) COMP.        01140015
           05 W-dest-row                         PIC S9(4) COMP.        01150015
           05 W-rows                             PIC S9(4) COMP.        01160015
           05 W-base-rows                        PIC S9(4) COMP.        01170015
           05 W-segs                             PIC S9(4) COMP.        01180015
           05 W-max-seg                          PIC S9(4) COMP.        01190015
           05 W-seal-cnt                         PIC S9(4) COMP.        01200015
           05 W-num-disp                         PIC Z9.                01210015
           05 W-cnt-disp                         PIC ZZZ9.              01220015
           05 W-segment-signature                PIC X(08)              01230015
                 VALUE '#ISPTSEG'.                                      01240015
           05 W-cur-modname                      PIC X(08).             01250015
           05 W-class                            PIC X(10).             01260015
           05 W-detail                           PIC X(60).             01270015
           05 W-seal-hash                        PIC X(08).             01280015
           05 W-body-hash                        PIC X(08).             01290015
           05 W-module-cnt                       PIC S9(8) COMP VALUE 0.01300015
           05 W-gen-cnt                          PIC S9(8) COMP VALUE 0.01310015
           05 W-sealed-ok-cnt                    PIC S9(8) COMP VALUE 0.01320015
           05 W-mismatch-cnt                     PIC S9(8) COMP VALUE 0.01330015
           05 W-segment-cnt                      PIC S9(8) COMP VALUE 0.01340015
           05 W-noseal-cnt                       PIC S9(8) COMP VALUE 0.01350015
           05 W-orphseal-cnt                     PIC S9(8) COMP VALUE 0.01360015
           05 W-gen-anomaly-cnt                  PIC S9(4) COMP.        01370015
           05 W-full-sw                          PIC X(01) VALUE 'N'.   01380015
              88 MODULE-TABLE-FULL                  VALUE 'Y'.          01390015
           05 W-current-date-area.                                      01400015
              10 W-cd-date                       PIC X(08).             01410015
              10 W-cd-time                       PIC X(06).             01420015
              10 FILLER                          PIC X(07).             01430015
           05 WS-VERRPT-STATUS                   PIC X(02).             01440015
                                                                        01450015
      *    every module name found on either set - SYS-LOADHDR gives   *01460015
      *    the stored bodies, SYS-MODSEAL the seals that may have lost *01470015
      *    theirs.                                                     *01480015
        01 MODULE-TABLE.                                                01490015
           05 W-mod-max                      PIC S9(4) COMP VALUE 3000. 01500015
           05 W-mod-cnt                      PIC S9(4) COMP VALUE 0.    01510015
           05 mod-entry occurs 3000 times.                              01520015
              10 mod-name                    PIC X(08).                 01530015
                                                                        01540015
      *    per module : how many headers carry each vers 1-28.         *01550015
        01 VERS-TABLE.                                                  01560015
           05 vers-hdr-cnt                   PIC S9(4) COMP             01570015
                                             occurs 28 times.           01580015
                                                                        01590015
      *    the nine generation base vers, in report order.             *01600015
        01 GEN-BASE-VALUES.                                             01610015
           05 FILLER                         PIC X(18)                  01620015
                 VALUE '010203111213212223'.                            01630015
        01 GEN-BASE-TABLE REDEFINES GEN-BASE-VALUES.                    01640015
           05 gen-base                       PIC 9(02) occurs 9 times.  01650015
                                                                        01660015
      *    per generation : continuation segments 2 and 3 (192 rows    *01670015
      *    hold at most three segments).                               *01680015
        01 SEGMENT-TABLE.                                               01690015
           05 seg-entry occurs 3 times.                                 01700015
              10 seg-seen                    PIC S9(4) COMP.            01710015
              10 seg-rows                    PIC S9(4) COMP.            01720015
                                                                        01730015
        01 w-buffer.                                                    01740015
           02 ws-buffer       pic x(512) occurs 192.                    01750015
                                                                        01760015
        01 W-HASH-CONTROL.                                              01770015
           05 HASH-FUNCTION                      PIC X(01).             01780015
           05 HASH-LEN                           PIC S9(8) COMP.        01790015
           05 HASH-S1                            PIC S9(8) COMP.        01800015
           05 HASH-S2                            PIC S9(8) COMP.        01810015
           05 HASH-VALUE                         PIC 9(10).             01820015
           05 HASH-HEX                           PIC X(08).             01830015
           05 HASH-RETURN-CODE                   PIC S9(4) COMP.        01840015
                                                                        01850015
        01 REPORT-FIELDS.                                               01860015
           05 RPT-HEADING.                                              01870015
              10 FILLER          PIC X(34) VALUE                        01880015
                 'LOAD-MODULE INTEGRITY VERIFY DICT '.                  01890015
              10 RPT-H-DICT      PIC X(08).                             01900015
              10 FILLER          PIC X(04) VALUE ' ON '.                01910015
              10 RPT-H-DATE      PIC X(08).                             01920015
              10 FILLER          PIC X(01) VALUE SPACE.                 01930015
              10 RPT-H-TIME      PIC X(06).                             01940015
           05 RPT-EXCEPTION.                                            01950015
              10 RPT-CLASS       PIC X(10).                             01960015
              10 RPT-MODNAME     PIC X(08).                             01970015
              10 FILLER          PIC X(02) VALUE ' V'.                  01980015
              10 RPT-VERS        PIC 9(02).                             01990015
              10 FILLER          PIC X(01) VALUE SPACE.                 02000015
              10 RPT-DETAIL      PIC X(60).                             02010015
              10 FILLER          PIC X(06) VALUE ' SEAL '.              02020015
              10 RPT-SEAL-HASH   PIC X(08).                             02030015
              10 FILLER          PIC X(06) VALUE ' BODY '.              02040015
              10 RPT-BODY-HASH   PIC X(08).                             02050015
           05 RPT-TOTALS-1.                                             02060015
              10 FILLER          PIC X(15) VALUE 'VERIFY TOTALS -'.     02070015
              10 FILLER          PIC X(11) VALUE ' MODULES = '.         02080015
              10 RPT-MODULES     PIC ZZZZZZZ9.                          02090015
              10 FILLER          PIC X(14) VALUE ' GENERATIONS ='.      02100015
              10 RPT-GENS        PIC ZZZZZZZ9.                          02110015
              10 FILLER          PIC X(12) VALUE ' SEALED OK ='.        02120015
              10 RPT-SEALED-OK   PIC ZZZZZZZ9.                          02130015
           05 RPT-TOTALS-2.                                             02140015
              10 FILLER          PIC X(15) VALUE 'EXCEPTIONS    -'.     02150015
              10 FILLER          PIC X(12) VALUE ' MISMATCH = '.        02160015
              10 RPT-MISMATCH    PIC ZZZZZZZ9.                          02170015
              10 FILLER          PIC X(11) VALUE ' SEGMENT = '.         02180015
              10 RPT-SEGMENT     PIC ZZZZZZZ9.                          02190015
              10 FILLER          PIC X(10) VALUE ' NOSEAL = '.          02200015
              10 RPT-NOSEAL      PIC ZZZZZZZ9.                          02210015
              10 FILLER          PIC X(12) VALUE ' ORPHSEAL = '.        02220015
              10 RPT-ORPHSEAL    PIC ZZZZZZZ9.                          02230015
                                                                        02240015
        01 WS-DICTPARM-FIELDS.                                          02250015
           05 WS-DICTPARM-STATUS                 PIC X(02).             02260015
                                                                        02270015
        01 COPY IDMS SUBSCHEMA-NAMES.                                   02280015
        01 IDMS-WORK-AREA.                                              02290015
           02 COPY IDMS SUBSCHEMA-CTRL.                                 02300015
           02 COPY IDMS RECORD LOADHDR-156.                             02310015
           02 COPY IDMS RECORD loadtext-157.                            02320015
           02 COPY IDMS RECORD MODSEAL-171.                             02330015
      *----------------------------------------------------------------*02340015
       PROCEDURE DIVISION.                                              02350015
      *----------------------------------------------------------------*02360015
      *                                                                *02370015
      *----------------------------------------------------------------*02380015
       0000-MAINLINE                       SECTION.                     02390015
      *----------------------------------------------------------------*02400015
       SECTION-ENTRY.                                                   02410015
           DISPLAY '*  isptb037 ENTRY               *'.                 02420015
           PERFORM 0100-BIND-DATABASE.                                  02430015
           MOVE FUNCTION CURRENT-DATE TO W-current-date-area.           02440015
           OPEN OUTPUT VERRPT.                                          02450015
           MOVE wk-dictname TO RPT-H-DICT.                              02460015
           MOVE W-cd-date   TO RPT-H-DATE.                              02470015
           MOVE W-cd-time   TO RPT-H-TIME.                              02480015
           WRITE VERRPT-LINE FROM RPT-HEADING.                          02490015
                                                                        02500015
           PERFORM 0200-GATHER-MODULES.                                 02510015
           PERFORM 0300-VERIFY-MODULES.                                 02520015
                                                                        02530015
           MOVE W-MODULE-CNT    TO RPT-MODULES.                         02540015
           MOVE W-GEN-CNT       TO RPT-GENS.                            02550015
           MOVE W-SEALED-OK-CNT TO RPT-SEALED-OK.                       02560015
           WRITE VERRPT-LINE FROM RPT-TOTALS-1.                         02570015
           MOVE W-MISMATCH-CNT  TO RPT-MISMATCH.                        02580015
           MOVE W-SEGMENT-CNT   TO RPT-SEGMENT.                         02590015
           MOVE W-NOSEAL-CNT    TO RPT-NOSEAL.                          02600015
           MOVE W-ORPHSEAL-CNT  TO RPT-ORPHSEAL.                        02610015
           WRITE VERRPT-LINE FROM RPT-TOTALS-2.                         02620015
                                                                        02630015
           IF W-NOSEAL-CNT > 0 OR W-ORPHSEAL-CNT > 0                    02640015
              MOVE 4 TO RETURN-CODE                                     02650015
           END-IF.                                                      02660015
           IF W-MISMATCH-CNT > 0 OR W-SEGMENT-CNT > 0                   02670015
            OR MODULE-TABLE-FULL                                        02680015
              MOVE 8 TO RETURN-CODE                                     02690015
           END-IF.                                                      02700015
                                                                        02710015
           PERFORM 9000-FINISH.                                         02720015
           CLOSE VERRPT.                                                02730015
           EXIT PROGRAM.                                                02740015
           STOP RUN.                                                    02750015
       SECTION-EXIT.                                                    02760015
           EXIT.                                                        02770015
      *----------------------------------------------------------------*02780015
      *  the dictionary name is a runtime parameter : one DICTPARM     *02790015
      *  card overrides the ISPTDICT default, so the same tooling can  *02800015
      *  be pointed at the test dictionary.                            *02810015
      *----------------------------------------------------------------*02820015
       0080-GET-DICTNAME                   SECTION.                     02830015
      *----------------------------------------------------------------*02840015
       SECTION-ENTRY.                                                   02850015
           move 'ISPTDICT' to wk-dictname.                              02860015
           OPEN INPUT DICTPARM.                                         02870015
           IF WS-DICTPARM-STATUS = '00'                                 02880015
              READ DICTPARM                                             02890015
                 AT END CONTINUE                                        02900015
                 NOT AT END                                             02910015
                    IF DP-DICTNAME NOT = SPACES                         02920015
                       MOVE DP-DICTNAME TO wk-dictname                  02930015
                    END-IF                                              02940015
              END-READ                                                  02950015
              CLOSE DICTPARM                                            02960015
           END-IF.                                                      02970015
       SECTION-EXIT.                                                    02980015
           EXIT.                                                        02990015
      *----------------------------------------------------------------*03000015
       0100-BIND-DATABASE                  SECTION.                     03010015
      *----------------------------------------------------------------*03020015
       SECTION-ENTRY.                                                   03030015
           perform 0080-GET-DICTNAME.                                   03040015
                                                                        03050015
           exec sql                                                     03060015
               select segment                                           03070015
                 into :wk-dbname                                        03080015
               from system.schema                                       03090015
               where name = :wk-dictname                                03100015
           end-exec.                                                    03110015
                                                                        03120015
           if sqlcode not = 0                                           03130015
              display ' isptb037 Error getting DB-NAME, sqlcode='       03140015
                 sqlcode ' state: ' sqlstate                            03150015
              go to section-exit                                        03160015
           end-if.                                                      03170015
                                                                        03180015
           MOVE 'ISPTB037' TO PROGRAM-NAME.                             03190015
           BIND RUN-UNIT  dbname wk-dbname                              03200015
           IF ANY-ERROR-STATUS                                          03210015
              PERFORM 9999-DB-ERROR                                     03220015
           END-IF                                                       03230015
           BIND LOADHDR-156                                             03240015
           BIND loadtext-157                                            03250015
           BIND MODSEAL-171                                             03260015
           IF ANY-ERROR-STATUS                                          03270015
              PERFORM 9999-DB-ERROR                                     03280015
           END-IF.                                                      03290015
           ready  ddldclod usage-mode retrieval.                        03300015
       SECTION-EXIT.                                                    03310015
           EXIT.                                                        03320015
      *----------------------------------------------------------------*03330015
      *  every module name on SYS-LOADHDR, then every one on           *03340015
      *  SYS-MODSEAL, once each.  the per-module calc walks come       *03350015
      *  after, so neither set walk loses its currency.                *03360015
      *----------------------------------------------------------------*03370015
       0200-GATHER-MODULES                 SECTION.                     03380015
      *----------------------------------------------------------------*03390015
       SECTION-ENTRY.                                                   03400015
           obtain first LOADHDR-156 within SYS-LOADHDR.                 03410015
       loadhdr-loop.                                                    03420015
           if db-end-of-set                                             03430015
              go to gather-seals                                        03440015
           end-if.                                                      03450015
           perform idms-status.                                         03460015
           move LOADHDR-MODNAME-156 to W-cur-modname.                   03470015
           perform 0250-ADD-MODULE.                                     03480015
           obtain next LOADHDR-156 within SYS-LOADHDR.                  03490015
           go to loadhdr-loop.                                          03500015
       gather-seals.                                                    03510015
           obtain first MODSEAL-171 within SYS-MODSEAL.                 03520015
       modseal-loop.                                                    03530015
           if db-end-of-set                                             03540015
              go to section-exit                                        03550015
           end-if.                                                      03560015
           perform idms-status.                                         03570015
           move MODSEAL-MODNAME-171 to W-cur-modname.                   03580015
           perform 0250-ADD-MODULE.                                     03590015
           obtain next MODSEAL-171 within SYS-MODSEAL.                  03600015
           go to modseal-loop.                                          03610015
       SECTION-EXIT.                                                    03620015
           EXIT.                                                        03630015
      *----------------------------------------------------------------*03640015
       0250-ADD-MODULE                     SECTION.                     03650015
      *----------------------------------------------------------------*03660015
       SECTION-ENTRY.                                                   03670015
           move 1 to W-mx.                                              03680015
       find-loop.                                                       03690015
           if W-mx > W-mod-cnt                                          03700015
              go to add-entry                                           03710015
           end-if.                                                      03720015
           if mod-name(W-mx) = W-cur-modname                            03730015
              go to section-exit                                        03740015
           end-if.                                                      03750015
           add 1 to W-mx.                                               03760015
           go to find-loop.                                             03770015
       add-entry.                                                       03780015
           if W-mod-cnt not less than W-mod-max                         03790015
              if not MODULE-TABLE-FULL                                  03800015
                 set MODULE-TABLE-FULL to true                          03810015
                 move 'TABLEFULL ' to W-class                           03820015
                 move W-cur-modname to RPT-MODNAME                      03830015
                 move 0 to RPT-VERS                                     03840015
                 move 'MODULE TABLE FULL - LATER MODULES NOT VERIFIED.' 03850015
                     to W-detail                                        03860015
                 move spaces to W-seal-hash, W-body-hash                03870015
                 perform 0900-WRITE-EXCEPTION                           03880015
              end-if                                                    03890015
              go to section-exit                                        03900015
           end-if.                                                      03910015
           add 1 to W-mod-cnt.                                          03920015
           move W-cur-modname to mod-name(W-mod-cnt).                   03930015
       SECTION-EXIT.                                                    03940015
           EXIT.                                                        03950015
      *----------------------------------------------------------------*03960015
      *  per module : which vers are stored, every generation base     *03970015
      *  verified, continuations without a base, seals without a       *03980015
      *  generation.                                                   *03990015
      *----------------------------------------------------------------*04000015
       0300-VERIFY-MODULES                 SECTION.                     04010015
      *----------------------------------------------------------------*04020015
       SECTION-ENTRY.                                                   04030015
           move 0 to W-mx.                                              04040015
       module-loop.                                                     04050015
           add 1 to W-mx.                                               04060015
           if W-mx > W-mod-cnt                                          04070015
              go to section-exit                                        04080015
           end-if.                                                      04090015
           move mod-name(W-mx) to W-cur-modname.                        04100015
           add 1 to W-MODULE-CNT.                                       04110015
           perform 0350-COUNT-HEADERS.                                  04120015
           move 0 to W-gx.                                              04130015
       generation-loop.                                                 04140015
           add 1 to W-gx.                                               04150015
           if W-gx > 9                                                  04160015
              perform 0700-CHECK-ORPHAN-SEALS                           04170015
              go to module-loop                                         04180015
           end-if.                                                      04190015
           move gen-base(W-gx) to W-base-vers.                          04200015
           if vers-hdr-cnt(W-base-vers) > 0                             04210015
              perform 0400-VERIFY-GENERATION                            04220015
              go to generation-loop                                     04230015
           end-if.                                                      04240015
           if vers-hdr-cnt(W-base-vers + 5) > 0                         04250015
              move W-base-vers to RPT-VERS                              04260015
              move 'CONTINUATION HEADER(S) WITHOUT A BASE HEADER.'      04270015
                  to W-detail                                           04280015
              perform 0910-SEGMENT-EXCEPTION                            04290015
           end-if.                                                      04300015
           go to generation-loop.                                       04310015
       SECTION-EXIT.                                                    04320015
           EXIT.                                                        04330015
      *----------------------------------------------------------------*04340015
      *  count the module's headers per vers.  a base vers stored      *04350015
      *  twice is itself a broken chain; a continuation vers carries   *04360015
      *  one header per further segment (segments 2 and 3 share it),   *04360215
      *  so only a third is.  a segment number stored twice is caught  *04360415
      *  by 0420 from the tags.                                        *04360615
      *----------------------------------------------------------------*04370015
       0350-COUNT-HEADERS                  SECTION.                     04380015
      *----------------------------------------------------------------*04390015
       SECTION-ENTRY.                                                   04400015
           move 0 to W-j.                                               04410015
       clear-loop.                                                      04420015
           add 1 to W-j.                                                04430015
           if W-j not > 28                                              04440015
              move 0 to vers-hdr-cnt(W-j)                               04450015
              go to clear-loop                                          04460015
           end-if.                                                      04470015
           move W-cur-modname to loadhdr-modname-156.                   04480015
           obtain calc  loadhdr-156.                                    04490015
       count-loop.                                                      04500015
           if db-rec-not-found                                          04510015
              go to section-exit                                        04520015
           end-if.                                                      04530015
           perform idms-status.                                         04540015
           move loadhdr-vers-156 to W-vers.                             04550015
           if W-vers > 0 and W-vers not > 28                            04560015
              add 1 to vers-hdr-cnt(W-vers)                             04570015
              compute W-tens = W-vers / 10                              04580015
              compute W-vers-unit = W-vers - ( W-tens * 10 )            04590015
              if vers-hdr-cnt(W-vers) = 2                               04600015
               and W-vers-unit < 6                                      04610015
                 move W-vers to RPT-VERS                                04620015
                 move 'HEADER VERS STORED MORE THAN ONCE.' to W-detail  04630015
                 perform 0910-SEGMENT-EXCEPTION                         04630215
              end-if                                                    04630415
              if vers-hdr-cnt(W-vers) = 3                               04630615
               and W-vers-unit > 5                                      04630815
                 move W-vers to RPT-VERS                                04631015
                 move 'CONTINUATION VERS STORED MORE THAN TWICE.'       04631215
                   to W-detail                                          04631415
                 perform 0910-SEGMENT-EXCEPTION                         04631615
              end-if                                                    04631815
           end-if.                                                      04632015
           obtain duplicate loadhdr-156.                                04640015
           go to count-loop.                                            04650015
       SECTION-EXIT.                                                    04660015
           EXIT.                                                        04670015
      *----------------------------------------------------------------*04680015
      *  reassemble generation W-base-vers the isptc002 way, checking  *04690015
      *  the chain as it goes, then hold the body against its seal.    *04700015
      *----------------------------------------------------------------*04710015
       0400-VERIFY-GENERATION              SECTION.                     04720015
      *----------------------------------------------------------------*04730015
       SECTION-ENTRY.                                                   04740015
           add 1 to W-GEN-CNT.                                          04750015
           move 0 to W-gen-anomaly-cnt.                                 04760015
           move spaces to w-buffer.                                     04770015
           move 0 to W-rows, W-base-rows.                               04780015
           move 0 to W-j.                                               04790015
       clear-seg-loop.                                                  04800015
           add 1 to W-j.                                                04810015
           if W-j not > 3                                               04820015
              move 0 to seg-seen(W-j), seg-rows(W-j)                    04830015
              go to clear-seg-loop                                      04840015
           end-if.                                                      04850015
           compute W-tens = W-base-vers / 10.                           04860015
           compute W-canon-vers = W-base-vers - ( W-tens * 10 ).        04870015
           move W-cur-modname to loadhdr-modname-156.                   04880015
           obtain calc  loadhdr-156.                                    04890015
       reassemble-loop.                                                 04900015
           if db-rec-not-found                                          04910015
              go to check-chain                                         04920015
           end-if.                                                      04930015
           perform idms-status.                                         04940015
           if loadhdr-vers-156 = W-base-vers                            04950015
              perform 0410-LOAD-BASE                                    04960015
           end-if.                                                      04970015
           if loadhdr-vers-156 = W-base-vers + 5                        04980015
              perform 0420-LOAD-SEGMENT                                 04990015
           end-if.                                                      05000015
           obtain duplicate loadhdr-156.                                05010015
           go to reassemble-loop.                                       05020015
       check-chain.                                                     05030015
           perform 0450-CHECK-CHAIN.                                    05040015
           perform 0500-CHECK-SEAL.                                     05050015
       SECTION-EXIT.                                                    05060015
           EXIT.                                                        05070015
      *----------------------------------------------------------------*05080015
       0410-LOAD-BASE                      SECTION.                     05090015
      *----------------------------------------------------------------*05100015
       SECTION-ENTRY.                                                   05110015
           move 0 to W-row.                                             05120015
           obtain first loadtext-157 within loadhdr-loadtext.           05130015
       base-text-loop.                                                  05140015
           if db-end-of-set                                             05150015
              go to section-exit                                        05160015
           end-if.                                                      05170015
           perform idms-status.                                         05180015
           add 1 to W-row.                                              05190015
           if W-row > 64                                                05200015
              move W-base-vers to RPT-VERS                              05210015
              move 'BASE HEADER CARRIES MORE THAN 64 ROWS.' to W-detail 05220015
              perform 0910-SEGMENT-EXCEPTION                            05230015
              go to section-exit                                        05240015
           end-if.                                                      05250015
           move loadtext-157 to ws-buffer(W-row).                       05260015
           move W-row to W-base-rows.                                   05270015
           if W-row > W-rows                                            05280015
              move W-row to W-rows                                      05290015
           end-if.                                                      05300015
           obtain next loadtext-157 within loadhdr-loadtext.            05310015
           go to base-text-loop.                                        05320015
       SECTION-EXIT.                                                    05330015
           EXIT.                                                        05340015
      *----------------------------------------------------------------*05350015
      *  one continuation header : its #ISPTSEG tag must name this     *05360015
      *  generation's canonical base and a segment 2 or 3 not already  *05370015
      *  seen; its rows slot at 64 + (segment - 2) * 63.               *05380015
      *----------------------------------------------------------------*05390015
       0420-LOAD-SEGMENT                   SECTION.                     05400015
      *----------------------------------------------------------------*05410015
       SECTION-ENTRY.                                                   05420015
           move W-base-vers to RPT-VERS.                                05430015
           obtain first loadtext-157 within loadhdr-loadtext.           05440015
           if db-end-of-set                                             05450015
              move 'CONTINUATION HEADER WITH NO BLOCKS.' to W-detail    05460015
              perform 0910-SEGMENT-EXCEPTION                            05470015
              go to section-exit                                        05480015
           end-if.                                                      05490015
           perform idms-status.                                         05500015
           if loadtext-157(1:8) not = W-segment-signature               05510015
              move 'CONTINUATION WITHOUT ITS #ISPTSEG TAG BLOCK.'       05520015
                  to W-detail                                           05530015
              perform 0910-SEGMENT-EXCEPTION                            05540015
              go to section-exit                                        05550015
           end-if.                                                      05560015
           move loadtext-157(9:2)  to W-seg-no-in.                      05570015
           move loadtext-157(11:2) to W-seg-base-in.                    05580015
           if W-seg-base-in not = W-canon-vers                          05590015
              move W-seg-base-in to W-num-disp                          05600015
              move spaces to W-detail                                   05610015
              string 'SEGMENT TAG NAMES BASE VERS ' W-num-disp          05620015
                     ' - OUT OF ORDER.' delimited by size               05630015
                  into W-detail                                         05640015
              perform 0910-SEGMENT-EXCEPTION                            05650015
              go to section-exit                                        05660015
           end-if.                                                      05670015
           if W-seg-no-in < 2 or W-seg-no-in > 3                        05680015
              move W-seg-no-in to W-num-disp                            05690015
              move spaces to W-detail                                   05700015
              string 'SEGMENT ' W-num-disp                              05710015
                     ' OUT OF RANGE (2-3) - OUT OF ORDER.'              05720015
                     delimited by size                                  05730015
                  into W-detail                                         05740015
              perform 0910-SEGMENT-EXCEPTION                            05750015
              go to section-exit                                        05760015
           end-if.                                                      05770015
           if seg-seen(W-seg-no-in) > 0                                 05780015
              move W-seg-no-in to W-num-disp                            05790015
              move spaces to W-detail                                   05800015
              string 'SEGMENT ' W-num-disp                              05810015
                     ' STORED TWICE - OUT OF ORDER.' delimited by size  05820015
                  into W-detail                                         05830015
              perform 0910-SEGMENT-EXCEPTION                            05840015
              go to section-exit                                        05850015
           end-if.                                                      05860015
           move 1 to seg-seen(W-seg-no-in).                             05870015
           compute W-dest-row = 64 + ( ( W-seg-no-in - 2 ) * 63 ).      05880015
       seg-text-loop.                                                   05890015
           obtain next loadtext-157 within loadhdr-loadtext.            05900015
           if db-end-of-set                                             05910015
              go to section-exit                                        05920015
           end-if.                                                      05930015
           perform idms-status.                                         05940015
           add 1 to seg-rows(W-seg-no-in).                              05950015
           if seg-rows(W-seg-no-in) > 63                                05960015
              move W-seg-no-in to W-num-disp                            05970015
              move spaces to W-detail                                   05980015
              string 'SEGMENT ' W-num-disp                              05990015
                     ' CARRIES MORE THAN 63 ROWS.' delimited by size    06000015
                  into W-detail                                         06010015
              perform 0910-SEGMENT-EXCEPTION                            06020015
              go to section-exit                                        06030015
           end-if.                                                      06040015
           add 1 to W-dest-row.                                         06050015
           move loadtext-157 to ws-buffer(W-dest-row).                  06060015
           if W-dest-row > W-rows                                       06070015
              move W-dest-row to W-rows                                 06080015
           end-if.                                                      06090015
           go to seg-text-loop.                                         06100015
       SECTION-EXIT.                                                    06110015
           EXIT.                                                        06120015
      *----------------------------------------------------------------*06130015
      *  the segments present must run 2..highest without a gap, and   *06140015
      *  every segment ahead of a later one must be full - otherwise   *06150015
      *  the reassembled body has holes the runtime would read as      *06160015
      *  spaces.                                                       *06170015
      *----------------------------------------------------------------*06180015
       0450-CHECK-CHAIN                    SECTION.                     06190015
      *----------------------------------------------------------------*06200015
       SECTION-ENTRY.                                                   06210015
           move W-base-vers to RPT-VERS.                                06220015
           if W-base-rows = 0                                           06230015
              move 'BASE HEADER WITH NO BODY BLOCKS.' to W-detail       06240015
              perform 0910-SEGMENT-EXCEPTION                            06250015
           end-if.                                                      06260015
           move 1 to W-max-seg.                                         06270015
           move 1 to W-segs.                                            06280015
           move 1 to W-j.                                               06290015
       max-loop.                                                        06300015
           add 1 to W-j.                                                06310015
           if W-j not > 3                                               06320015
              if seg-seen(W-j) > 0                                      06330015
                 move W-j to W-max-seg                                  06340015
                 add 1 to W-segs                                        06350015
              end-if                                                    06360015
              go to max-loop                                            06370015
           end-if.                                                      06380015
           if W-max-seg > 1 and W-base-rows < 64                        06390015
              move 'BASE SHORT OF 64 ROWS AHEAD OF A CONTINUATION.'     06400015
                  to W-detail                                           06410015
              perform 0910-SEGMENT-EXCEPTION                            06420015
           end-if.                                                      06430015
           move 1 to W-j.                                               06440015
       gap-loop.                                                        06450015
           add 1 to W-j.                                                06460015
           if W-j not < W-max-seg                                       06470015
              go to section-exit                                        06480015
           end-if.                                                      06490015
           move W-j to W-num-disp.                                      06500015
           move spaces to W-detail.                                     06510015
           if seg-seen(W-j) = 0                                         06520015
              string 'SEGMENT ' W-num-disp                              06530015
                     ' MISSING BELOW THE HIGHEST SEGMENT.'              06540015
                     delimited by size                                  06550015
                  into W-detail                                         06560015
              perform 0910-SEGMENT-EXCEPTION                            06570015
              go to gap-loop                                            06580015
           end-if.                                                      06590015
           if seg-rows(W-j) < 63                                        06600015
              string 'SEGMENT ' W-num-disp                              06610015
                     ' SHORT OF 63 ROWS AHEAD OF A LATER SEGMENT.'      06620015
                     delimited by size                                  06630015
                  into W-detail                                         06640015
              perform 0910-SEGMENT-EXCEPTION                            06650015
           end-if.                                                      06660015
           go to gap-loop.                                              06670015
       SECTION-EXIT.                                                    06680015
           EXIT.                                                        06690015
      *----------------------------------------------------------------*06700015
      *  hash the reassembled rows in order (the isptb009 seal hash)   *06710015
      *  and hold hash, rows and segments against the generation's     *06720015
      *  MODSEAL-171.                                                  *06730015
      *----------------------------------------------------------------*06740015
       0500-CHECK-SEAL                     SECTION.                     06750015
      *----------------------------------------------------------------*06760015
       SECTION-ENTRY.                                                   06770015
           move 'I' to HASH-FUNCTION.                                   06780015
           move 0   to HASH-LEN.                                        06790015
           call 'isptc009' using W-HASH-CONTROL                         06800015
                                 ws-buffer(1).                          06810015
           move 0 to W-row.                                             06820015
       hash-loop.                                                       06830015
           add 1 to W-row.                                              06840015
           if W-row not > W-rows                                        06850015
              move 'A' to HASH-FUNCTION                                 06860015
              move 512 to HASH-LEN                                      06870015
              call 'isptc009' using W-HASH-CONTROL                      06880015
                                    ws-buffer(W-row)                    06890015
              go to hash-loop                                           06900015
           end-if.                                                      06910015
           move HASH-HEX to W-body-hash.                                06920015
           move W-base-vers to RPT-VERS.                                06930015
                                                                        06940015
           move W-cur-modname to MODSEAL-MODNAME-171.                   06950015
           obtain calc  MODSEAL-171.                                    06960015
       seal-loop.                                                       06970015
           if db-rec-not-found                                          06980015
              add 1 to W-NOSEAL-CNT                                     06990015
              move 'NOSEAL    ' to W-class                              07000015
              move 'GENERATION HAS NO INTEGRITY SEAL.' to W-detail      07010015
              move spaces      to W-seal-hash                           07020015
              perform 0900-WRITE-EXCEPTION                              07030015
              go to section-exit                                        07040015
           end-if.                                                      07050015
           perform idms-status.                                         07060015
           if MODSEAL-VERS-171 not = W-base-vers                        07070015
              obtain duplicate MODSEAL-171                              07080015
              go to seal-loop                                           07090015
           end-if.                                                      07100015
                                                                        07110015
           move MODSEAL-HASH-171 to W-seal-hash.                        07120015
           if MODSEAL-HASH-171 not = W-body-hash                        07130015
              move 'BODY HASH DIFFERS FROM THE SEAL.' to W-detail       07140015
              perform 0920-MISMATCH-EXCEPTION                           07150015
              go to section-exit                                        07160015
           end-if.                                                      07170015
           if MODSEAL-ROWS-171 not = W-rows                             07180015
              move W-rows to W-cnt-disp                                 07190015
              move spaces to W-detail                                   07200015
              string 'ROW COUNT ' W-cnt-disp ' DIFFERS FROM THE SEAL.'  07210015
                     delimited by size                                  07220015
                  into W-detail                                         07230015
              perform 0920-MISMATCH-EXCEPTION                           07240015
              go to section-exit                                        07250015
           end-if.                                                      07260015
           if MODSEAL-SEGS-171 not = W-segs                             07270015
              move W-segs to W-num-disp                                 07280015
              move spaces to W-detail                                   07290015
              string 'SEGMENT COUNT ' W-num-disp                        07300015
                     ' DIFFERS FROM THE SEAL.' delimited by size        07310015
                  into W-detail                                         07320015
              perform 0920-MISMATCH-EXCEPTION                           07330015
              go to section-exit                                        07340015
           end-if.                                                      07350015
           if W-gen-anomaly-cnt = 0                                     07360015
              add 1 to W-SEALED-OK-CNT                                  07370015
           end-if.                                                      07380015
       SECTION-EXIT.                                                    07390015
           EXIT.                                                        07400015
      *----------------------------------------------------------------*07410015
      *  a seal whose vers has no base header stored - the generation  *07420015
      *  it sealed is gone.                                            *07430015
      *----------------------------------------------------------------*07440015
       0700-CHECK-ORPHAN-SEALS             SECTION.                     07450015
      *----------------------------------------------------------------*07460015
       SECTION-ENTRY.                                                   07470015
           move W-cur-modname to MODSEAL-MODNAME-171.                   07480015
           obtain calc  MODSEAL-171.                                    07490015
       orphan-loop.                                                     07500015
           if db-rec-not-found                                          07510015
              go to section-exit                                        07520015
           end-if.                                                      07530015
           perform idms-status.                                         07540015
           move MODSEAL-VERS-171 to W-vers.                             07550015
           if W-vers < 1 or W-vers > 28                                 07560015
              go to orphan-found                                        07570015
           end-if.                                                      07580015
           if vers-hdr-cnt(W-vers) = 0                                  07590015
              go to orphan-found                                        07600015
           end-if.                                                      07610015
           obtain duplicate MODSEAL-171.                                07620015
           go to orphan-loop.                                           07630015
       orphan-found.                                                    07640015
           add 1 to W-ORPHSEAL-CNT.                                     07650015
           move 'ORPHSEAL  '     to W-class.                            07660015
           move MODSEAL-VERS-171 to RPT-VERS.                           07670015
           move spaces           to W-detail.                           07680015
           string 'SEAL BY ' MODSEAL-PROGRAM-171 ' '                    07690015
                  MODSEAL-STAMP-171 ' - NO SUCH GENERATION.'            07700015
                  delimited by size                                     07710015
               into W-detail.                                           07720015
           move MODSEAL-HASH-171 to W-seal-hash.                        07730015
           move spaces           to W-body-hash.                        07740015
           perform 0900-WRITE-EXCEPTION.                                07750015
           obtain duplicate MODSEAL-171.                                07760015
           go to orphan-loop.                                           07770015
       SECTION-EXIT.                                                    07780015
           EXIT.                                                        07790015
      *----------------------------------------------------------------*07800015
       0900-WRITE-EXCEPTION                SECTION.                     07810015
      *----------------------------------------------------------------*07820015
       SECTION-ENTRY.                                                   07830015
           move W-class       to RPT-CLASS.                             07840015
           move W-cur-modname to RPT-MODNAME.                           07850015
           move W-detail      to RPT-DETAIL.                            07860015
           move W-seal-hash   to RPT-SEAL-HASH.                         07870015
           move W-body-hash   to RPT-BODY-HASH.                         07880015
           write VERRPT-LINE from RPT-EXCEPTION.                        07890015
       SECTION-EXIT.                                                    07900015
           EXIT.                                                        07910015
      *----------------------------------------------------------------*07920015
       0910-SEGMENT-EXCEPTION              SECTION.                     07930015
      *----------------------------------------------------------------*07940015
       SECTION-ENTRY.                                                   07950015
           add 1 to W-SEGMENT-CNT.                                      07960015
           add 1 to W-gen-anomaly-cnt.                                  07970015
           move 'SEGMENT   ' to W-class.                                07980015
           move spaces       to W-seal-hash, W-body-hash.               07990015
           perform 0900-WRITE-EXCEPTION.                                08000015
       SECTION-EXIT.                                                    08010015
           EXIT.                                                        08020015
      *----------------------------------------------------------------*08030015
       0920-MISMATCH-EXCEPTION             SECTION.                     08040015
      *----------------------------------------------------------------*08050015
       SECTION-ENTRY.                                                   08060015
           add 1 to W-MISMATCH-CNT.                                     08070015
           move 'MISMATCH  ' to W-class.                                08080015
           perform 0900-WRITE-EXCEPTION.                                08090015
       SECTION-EXIT.                                                    08100015
           EXIT.                                                        08110015
      *----------------------------------------------------------------*08120015
       9000-FINISH                         SECTION.                     08130015
      *----------------------------------------------------------------*08140015
       SECTION-ENTRY.                                                   08150015
           finish.                                                      08160015
       SECTION-EXIT.                                                    08170015
           EXIT.                                                        08180015
      *----------------------------------------------------------------*08190015
       copy idms idms-status.                                           08200015
      *----------------------------------------------------------------*08210015
       9999-DB-ERROR                       SECTION.                     08220015
      *----------------------------------------------------------------*08230015
       SECTION-ENTRY.                                                   08240015
           DISPLAY '       9999-DB-ERROR'.                              08250015
           EXIT PROGRAM.                                                08260015
           STOP RUN.                                                    08270015
       SECTION-EXIT.                                                    08280015
           EXIT.                                                        08290015
