      *COBOL PGM SOURCE FOR isptb028                                    00010015
      *RETRIEVAL                                                        00020015
      *DMLIST                                                           00030015
       IDENTIFICATION DIVISION.                                         00040015
       PROGRAM-ID.                     isptb028.                        00050015
       AUTHOR.                         Kosie.                           00060015
       DATE-WRITTEN.                   26/10/15.                        00070015
      *----------------------------------------------------------------*00080015
      *                                                                *00090015
      *                                                                *00100015
      * Maintenance utility for the MODAUTH-167 module clearances and  *00110015
      * the ELEAUTH-170 element clearances.                            *00120015
      *                                                                *00130015
      * isptc002 / isptc003 check MODAUTH-167 before any loadtext is   *00140015
      * returned, and isptc002 unmasks an ELE-ISSENSITIVE element only *00150015
      * for a caller holding an ELEAUTH-170 row - but both records     *00160015
      * could only be keyed through raw IDD, with nothing to stop a    *00170015
      * revoke of a module's last MODAUTH row silently opening the     *00180015
      * module to every caller.  This job applies GRANT / REVOKE       *00190015
      * cards with proper validation :                                 *00200015
      *   GRANT    rejected when the module is not in the load area,   *00210015
      *            the caller already holds the clearance, or (for an  *00220015
      *            ELEMENT grant) the element is not on the record's   *00230015
      *            ISPT.RECORD_INFO walk.                              *00240015
      *   REVOKE   rejected when the caller does not hold the          *00250015
      *            clearance, or when it is the module's last          *00260015
      *            MODAUTH-167 row and the card does not say FORCE -   *00270015
      *            a module with no MODAUTH rows is open to everyone.  *00280015
      * and prints a before / after image of both clearance tables     *00290015
      * around the action log.                                         *00300015
      *                                                                *00310015
      * -------------------------------------------------------------  *00320015
      *                                                                *00330015
      * SYSIN control card layout, one card per change :               *00340015
      *   01-08   verb      GRANT / REVOKE                             *00350015
      *   09-16   type      MODULE / ELEMENT                           *00360015
      *   17-24   module    the jsonmap module name                    *00370015
      *   25-32   caller    the caller identity (WE-CALLER-ID)         *00380015
      *   33-64   element   ELEMENT cards only - the element name      *00390015
      *   66-70   FORCE     REVOKE MODULE only - allow the last row    *00400015
      *                     to go and the module to open               *00410015
      *                                                                *00420015
      * Same SYS- system-owned-set assumption documented in isptb006   *00430015
      * is used here (SYS-MODAUTH, SYS-ELEAUTH) to enumerate the       *00440015
      * clearance tables for the before / after images.                *00450015
      *                                                                *00460015
      * Maintenance                                                    *00470015
      * 26/10/15  new program                                          *00480015
      *                                                                *00490015
      *----------------------------------------------------------------*00500015
       ENVIRONMENT DIVISION.                                            00510015
      *                                                                 00520015
       CONFIGURATION SECTION.                                           00530015
      *SOURCE-COMPUTER.                IBM WITH DEBUGGING MODE.         00540015
      *                                                                 00550015
       IDMS-CONTROL SECTION.                                            00560015
       PROTOCOL.  MODE IS BATCH            DEBUG                        00570015
                  IDMS-RECORDS MANUAL.                                  00580015
      *----------------------------------------------------------------*00590015
      *                                                                *00600015
      *----------------------------------------------------------------*00610015
       INPUT-OUTPUT SECTION.                                            00620015
       FILE-CONTROL.                                                    00630015
           SELECT DICTPARM    ASSIGN TO DICTPARM                        00640015
               FILE STATUS IS WS-DICTPARM-STATUS.                       00650015
           SELECT SYSIN       ASSIGN TO SYSIN                           00660015
               FILE STATUS IS WS-SYSIN-STATUS.                          00670015
           SELECT AUTHRPT     ASSIGN TO AUTHRPT                         00680015
               FILE STATUS IS WS-AUTHRPT-STATUS.                        00690015
      *----------------------------------------------------------------*00700015
      *                                                                *00710015
      *----------------------------------------------------------------*00720015
       DATA DIVISION.                                                   00730015
      *                                                                 00740015
       SCHEMA SECTION.                                                  00750015
       DB    IDMSNWKA WITHIN IDMSNTWK VERSION 1.                        00760015
      *----------------------------------------------------------------*00770015
      *                                                                *00780015
      *----------------------------------------------------------------*00790015
       FILE SECTION.                                                    00800015
       FD  DICTPARM                                                     00810015
           RECORDING MODE IS F.                                         00820015
       01  DICTPARM-CARD.                                               00830015
           05 DP-DICTNAME                     PIC X(08).                00840015
           05 FILLER                          PIC X(72).                00850015
                                                                        00860015
       FD  SYSIN                                                        00870015
           RECORDING MODE IS F.                                         00880015
       01  SYSIN-CARD.                                                  00890015
           05 SI-VERB                         PIC X(08).                00900015
           05 SI-TYPE                         PIC X(08).                00910015
           05 SI-MODNAME                      PIC X(08).                00920015
           05 SI-CALLER                       PIC X(08).                00930015
           05 SI-ELEMENT                      PIC X(32).                00940015
           05 FILLER                          PIC X(01).                00950015
           05 SI-FORCE                        PIC X(05).                00960015
           05 FILLER                          PIC X(10).                00970015
                                                                        00980015
       FD  AUTHRPT                                                      00990015
           RECORDING MODE IS F.                                         01000015
       01  AUTHRPT-LINE                       PIC X(132).               01010015
      *----------------------------------------------------------------*01020015
       WORKING-STORAGE SECTION.                                         01030015
        01 FILLER                                 PIC X(50) VALUE       01040015
            '*******  isptb028  WORKING STORAGE STARTS HERE -->'.       01050015
                                                                        01060015
        EXEC SQL BEGIN DECLARE SECTION END-EXEC.                        01070015
        77 wk-dbname                           PIC x(8).                01080015
        77 wk-dictname                         PIC x(8).                01090015
        77 ws-rec-name                         PIC x(32).               01100015
        77 ws-ele-name                         PIC x(32).               01110015
        77 ws-cnt                              PIC S9(8) COMP.          01120015
        77 ws-sens-cnt                         PIC S9(8) COMP.          01130015
        EXEC SQL  end  DECLARE SECTION END-EXEC.                        01140015
                                                                        01150015
        01 WORK-FIELDS.                                                 01160015
           05 W-eof-sw                           PIC X(01) VALUE 'N'.   01170015
              88 SYSIN-EOF                          VALUE 'Y'.          01180015
           05 W-found-sw                         PIC X(01).             01190015
              88 GRANT-FOUND                        VALUE 'Y'.          01200015
              88 GRANT-NOT-FOUND                    VALUE 'N'.          01210015
           05 W-module-sw                        PIC X(01).             01220015
              88 MODULE-IN-LOAD-AREA                VALUE 'Y'.          01230015
              88 MODULE-NOT-IN-LOAD-AREA            VALUE 'N'.          01240015
           05 W-valid-sw                         PIC X(01).             01250015
              88 CARD-VALID                         VALUE 'Y'.          01260015
              88 CARD-INVALID                       VALUE 'N'.          01270015
           05 W-grant-cnt                        PIC S9(4) COMP.        01280015
           05 W-applied-cnt                      PIC S9(4) COMP.        01290015
           05 W-rejected-cnt                     PIC S9(4) COMP.        01300015
           05 W-modauth-cnt                      PIC S9(4) COMP.        01310015
           05 W-eleauth-cnt                      PIC S9(4) COMP.        01320015
           05 WS-SYSIN-STATUS                    PIC X(02).             01330015
           05 WS-AUTHRPT-STATUS                  PIC X(02).             01340015
                                                                        01350015
        01 REPORT-FIELDS.                                               01360015
           05 RPT-HEADING.                                              01370015
              10 RPT-HEAD-TEXT   PIC X(50).                             01380015
           05 RPT-MOD-LINE.                                             01390015
              10 FILLER          PIC X(02) VALUE SPACE.                 01400015
              10 FILLER          PIC X(08) VALUE 'MODULE  '.            01410015
              10 RPT-MOD-MODNAME PIC X(08).                             01420015
              10 FILLER          PIC X(09) VALUE '  CALLER '.           01430015
              10 RPT-MOD-CALLER  PIC X(08).                             01440015
           05 RPT-ELE-LINE.                                             01450015
              10 FILLER          PIC X(02) VALUE SPACE.                 01460015
              10 FILLER          PIC X(08) VALUE 'ELEMENT '.            01470015
              10 RPT-ELE-MODNAME PIC X(08).                             01480015
              10 FILLER          PIC X(09) VALUE '  CALLER '.           01490015
              10 RPT-ELE-CALLER  PIC X(08).                             01500015
              10 FILLER          PIC X(02) VALUE SPACE.                 01510015
              10 RPT-ELE-ELEMENT PIC X(32).                             01520015
           05 RPT-TBL-COUNT.                                            01530015
              10 FILLER          PIC X(02) VALUE SPACE.                 01540015
              10 RPT-TBL-CNT     PIC ZZZ9.                              01550015
              10 FILLER          PIC X(01) VALUE SPACE.                 01560015
              10 RPT-TBL-TEXT    PIC X(30).                             01570015
           05 RPT-ACTION.                                               01580015
              10 RPT-ACT-VERB    PIC X(08).                             01590015
              10 FILLER          PIC X(01) VALUE SPACE.                 01600015
              10 RPT-ACT-TYPE    PIC X(08).                             01610015
              10 FILLER          PIC X(01) VALUE SPACE.                 01620015
              10 RPT-ACT-MODNAME PIC X(08).                             01630015
              10 FILLER          PIC X(01) VALUE SPACE.                 01640015
              10 RPT-ACT-CALLER  PIC X(08).                             01650015
              10 FILLER          PIC X(01) VALUE SPACE.                 01660015
              10 RPT-ACT-ELEMENT PIC X(32).                             01670015
              10 FILLER          PIC X(03) VALUE ' - '.                 01680015
              10 RPT-ACT-RESULT  PIC X(50).                             01690015
           05 RPT-TOTALS.                                               01700015
              10 FILLER          PIC X(16) VALUE 'GRANT TOTALS  - '.    01710015
              10 FILLER          PIC X(10) VALUE 'APPLIED = '.          01720015
              10 RPT-APPLIED     PIC ZZZ9.                              01730015
              10 FILLER          PIC X(12) VALUE ' REJECTED = '.        01740015
              10 RPT-REJECTED    PIC ZZZ9.                              01750015
                                                                        01760015
        01 WS-DICTPARM-FIELDS.                                          01770015
           05 WS-DICTPARM-STATUS                 PIC X(02).             01780015
                                                                        01790015
        01 COPY IDMS SUBSCHEMA-NAMES.                                   01800015
        01 IDMS-WORK-AREA.                                              01810015
           02 COPY IDMS SUBSCHEMA-CTRL.                                 01820015
           02 COPY IDMS RECORD LOADHDR-156.                             01830015
           02 COPY IDMS RECORD MODAUTH-167.                             01840015
           02 COPY IDMS RECORD ELEAUTH-170.                             01850015
      *----------------------------------------------------------------*01860015
       PROCEDURE DIVISION.                                              01870015
      *----------------------------------------------------------------*01880015
      *                                                                *01890015
      *----------------------------------------------------------------*01900015
       0000-MAINLINE                       SECTION.                     01910015
      *----------------------------------------------------------------*01920015
       SECTION-ENTRY.                                                   01930015
           DISPLAY '*  isptb028 ENTRY               *'.                 01940015
           PERFORM 0100-BIND-DATABASE.                                  01950015
           OPEN INPUT SYSIN.                                            01960015
           OPEN OUTPUT AUTHRPT.                                         01970015
           MOVE 0 TO W-APPLIED-CNT, W-REJECTED-CNT.                     01980015
                                                                        01990015
           MOVE 'CLEARANCES BEFORE MAINTENANCE' TO RPT-HEAD-TEXT.       02000015
           WRITE AUTHRPT-LINE FROM RPT-HEADING.                         02010015
           PERFORM 0400-PRINT-GRANTS.                                   02020015
                                                                        02030015
           PERFORM 0200-PROCESS-CARDS.                                  02040015
                                                                        02050015
           MOVE 'CLEARANCES AFTER MAINTENANCE'  TO RPT-HEAD-TEXT.       02060015
           WRITE AUTHRPT-LINE FROM RPT-HEADING.                         02070015
           PERFORM 0400-PRINT-GRANTS.                                   02080015
                                                                        02090015
           MOVE W-APPLIED-CNT  TO RPT-APPLIED.                          02100015
           MOVE W-REJECTED-CNT TO RPT-REJECTED.                         02110015
           WRITE AUTHRPT-LINE FROM RPT-TOTALS.                          02120015
                                                                        02130015
           PERFORM 9000-FINISH.                                         02140015
           CLOSE SYSIN, AUTHRPT.                                        02150015
           EXIT PROGRAM.                                                02160015
           STOP RUN.                                                    02170015
       SECTION-EXIT.                                                    02180015
           EXIT.                                                        02190015
      *----------------------------------------------------------------*02200015
      *  the dictionary name is a runtime parameter : one DICTPARM     *02210015
      *  card overrides the ISPTDICT default, so the same tooling can  *02220015
      *  be pointed at the test dictionary.                            *02230015
      *----------------------------------------------------------------*02240015
       0080-GET-DICTNAME                   SECTION.                     02250015
      *----------------------------------------------------------------*02260015
       SECTION-ENTRY.                                                   02270015
           move 'ISPTDICT' to wk-dictname.                              02280015
           OPEN INPUT DICTPARM.                                         02290015
           IF WS-DICTPARM-STATUS = '00'                                 02300015
              READ DICTPARM                                             02310015
                 AT END CONTINUE                                        02320015
                 NOT AT END                                             02330015
                    IF DP-DICTNAME NOT = SPACES                         02340015
                       MOVE DP-DICTNAME TO wk-dictname                  02350015
                    END-IF                                              02360015
              END-READ                                                  02370015
              CLOSE DICTPARM                                            02380015
           END-IF.                                                      02390015
       SECTION-EXIT.                                                    02400015
           EXIT.                                                        02410015
      *----------------------------------------------------------------*02420015
       0100-BIND-DATABASE                  SECTION.                     02430015
      *----------------------------------------------------------------*02440015
       SECTION-ENTRY.                                                   02450015
           perform 0080-GET-DICTNAME.                                   02460015
                                                                        02470015
           exec sql                                                     02480015
               select segment                                           02490015
                 into :wk-dbname                                        02500015
               from system.schema                                       02510015
               where name = :wk-dictname                                02520015
           end-exec.                                                    02530015
                                                                        02540015
           if sqlcode not = 0                                           02550015
              display ' isptb028 Error getting DB-NAME, sqlcode='       02560015
                 sqlcode ' state: ' sqlstate                            02570015
              go to section-exit                                        02580015
           end-if.                                                      02590015
                                                                        02600015
           MOVE 'ISPTB028' TO PROGRAM-NAME.                             02610015
           BIND RUN-UNIT  dbname wk-dbname                              02620015
           IF ANY-ERROR-STATUS                                          02630015
              PERFORM 9999-DB-ERROR                                     02640015
           END-IF                                                       02650015
           BIND LOADHDR-156                                             02660015
           IF ANY-ERROR-STATUS                                          02670015
              PERFORM 9999-DB-ERROR                                     02680015
           END-IF                                                       02690015
           BIND MODAUTH-167                                             02700015
           IF ANY-ERROR-STATUS                                          02710015
              PERFORM 9999-DB-ERROR                                     02720015
           END-IF                                                       02730015
           BIND ELEAUTH-170                                             02740015
           IF ANY-ERROR-STATUS                                          02750015
              PERFORM 9999-DB-ERROR                                     02760015
           END-IF.                                                      02770015
      *    the clearances live beside the modules they guard.          *02780015
           ready  ddldclod usage-mode update.                           02790015
       SECTION-EXIT.                                                    02800015
           EXIT.                                                        02810015
      *----------------------------------------------------------------*02820015
       0200-PROCESS-CARDS                  SECTION.                     02830015
      *----------------------------------------------------------------*02840015
       SECTION-ENTRY.                                                   02850015
       card-loop.                                                       02860015
           READ SYSIN                                                   02870015
               AT END SET SYSIN-EOF TO TRUE.                            02880015
           if SYSIN-EOF                                                 02890015
              go to section-exit                                        02900015
           end-if.                                                      02910015
           move SI-VERB     to RPT-ACT-VERB.                            02920015
           move SI-TYPE     to RPT-ACT-TYPE.                            02930015
           move SI-MODNAME  to RPT-ACT-MODNAME.                         02940015
           move SI-CALLER   to RPT-ACT-CALLER.                          02950015
           move SI-ELEMENT  to RPT-ACT-ELEMENT.                         02960015
                                                                        02970015
           perform 0250-VALIDATE-CARD.                                  02980015
           if CARD-INVALID                                              02990015
              add 1 to W-REJECTED-CNT                                   03000015
              write AUTHRPT-LINE from RPT-ACTION                        03010015
              go to card-loop                                           03020015
           end-if.                                                      03030015
                                                                        03040015
           evaluate SI-VERB also SI-TYPE                                03050015
              when 'GRANT   ' also 'MODULE  '                           03060015
                 perform 0310-GRANT-MODULE                              03070015
              when 'REVOKE  ' also 'MODULE  '                           03080015
                 perform 0320-REVOKE-MODULE                             03090015
              when 'GRANT   ' also 'ELEMENT '                           03100015
                 perform 0330-GRANT-ELEMENT                             03110015
              when 'REVOKE  ' also 'ELEMENT '                           03120015
                 perform 0340-REVOKE-ELEMENT                            03130015
           end-evaluate.                                                03140015
           write AUTHRPT-LINE from RPT-ACTION.                          03150015
           go to card-loop.                                             03160015
       SECTION-EXIT.                                                    03170015
           EXIT.                                                        03180015
      *----------------------------------------------------------------*03190015
      *  the card-level checks that need no database access.           *03200015
      *----------------------------------------------------------------*03210015
       0250-VALIDATE-CARD                  SECTION.                     03220015
      *----------------------------------------------------------------*03230015
       SECTION-ENTRY.                                                   03240015
           set CARD-INVALID to true.                                    03250015
           if SI-VERB not = 'GRANT   ' and SI-VERB not = 'REVOKE  '     03260015
              move 'REJECTED - VERB NOT GRANT/REVOKE.'                  03270015
                  to RPT-ACT-RESULT                                     03280015
              go to section-exit                                        03290015
           end-if.                                                      03300015
           if SI-TYPE not = 'MODULE  ' and SI-TYPE not = 'ELEMENT '     03310015
              move 'REJECTED - TYPE NOT MODULE/ELEMENT.'                03320015
                  to RPT-ACT-RESULT                                     03330015
              go to section-exit                                        03340015
           end-if.                                                      03350015
           if SI-MODNAME = spaces                                       03360015
              move 'REJECTED - MODULE NAME MISSING.' to RPT-ACT-RESULT  03370015
              go to section-exit                                        03380015
           end-if.                                                      03390015
           if SI-CALLER = spaces                                        03400015
              move 'REJECTED - CALLER ID MISSING.' to RPT-ACT-RESULT    03410015
              go to section-exit                                        03420015
           end-if.                                                      03430015
           if SI-TYPE = 'ELEMENT ' and SI-ELEMENT = spaces              03440015
              move 'REJECTED - ELEMENT NAME MISSING.' to RPT-ACT-RESULT 03450015
              go to section-exit                                        03460015
           end-if.                                                      03470015
           if SI-TYPE = 'MODULE  ' and SI-ELEMENT not = spaces          03480015
              move 'REJECTED - ELEMENT NAME ON A MODULE CARD.'          03490015
                  to RPT-ACT-RESULT                                     03500015
              go to section-exit                                        03510015
           end-if.                                                      03520015
           if SI-FORCE not = spaces                                     03530015
            and ( SI-FORCE not = 'FORCE'                                03540015
                  or SI-VERB not = 'REVOKE  '                           03550015
                  or SI-TYPE not = 'MODULE  ' )                         03560015
              move 'REJECTED - FORCE ONLY ON REVOKE MODULE.'            03570015
                  to RPT-ACT-RESULT                                     03580015
              go to section-exit                                        03590015
           end-if.                                                      03600015
           set CARD-VALID to true.                                      03610015
       SECTION-EXIT.                                                    03620015
           EXIT.                                                        03630015
      *----------------------------------------------------------------*03640015
      *  count the module's MODAUTH-167 rows and note whether the      *03650015
      *  card's caller holds one of them.                              *03660015
      *----------------------------------------------------------------*03670015
       0300-SCAN-MODAUTH                   SECTION.                     03680015
      *----------------------------------------------------------------*03690015
       SECTION-ENTRY.                                                   03700015
           set GRANT-NOT-FOUND to true.                                 03710015
           move 0 to W-grant-cnt.                                       03720015
           move SI-MODNAME to MODAUTH-MODNAME-167.                      03730015
           obtain calc MODAUTH-167.                                     03740015
       scan-loop.                                                       03750015
           if db-rec-not-found                                          03760015
              go to section-exit                                        03770015
           end-if.                                                      03780015
           perform idms-status.                                         03790015
           add 1 to W-grant-cnt.                                        03800015
           if MODAUTH-CALLER-167 = SI-CALLER                            03810015
              set GRANT-FOUND to true                                   03820015
           end-if.                                                      03830015
           obtain duplicate MODAUTH-167.                                03840015
           go to scan-loop.                                             03850015
       SECTION-EXIT.                                                    03860015
           EXIT.                                                        03870015
      *----------------------------------------------------------------*03880015
       0310-GRANT-MODULE                   SECTION.                     03890015
      *----------------------------------------------------------------*03900015
       SECTION-ENTRY.                                                   03910015
           perform 0370-CHECK-LOADHDR.                                  03920015
           if MODULE-NOT-IN-LOAD-AREA                                   03930015
              move 'REJECTED - MODULE NOT IN LOAD AREA.'                03940015
                  to RPT-ACT-RESULT                                     03950015
              add 1 to W-REJECTED-CNT                                   03960015
              go to section-exit                                        03970015
           end-if.                                                      03980015
           perform 0300-SCAN-MODAUTH.                                   03990015
           if GRANT-FOUND                                               04000015
              move 'REJECTED - CALLER ALREADY HOLDS THE GRANT.'         04010015
                  to RPT-ACT-RESULT                                     04020015
              add 1 to W-REJECTED-CNT                                   04030015
              go to section-exit                                        04040015
           end-if.                                                      04050015
           move SI-MODNAME to MODAUTH-MODNAME-167.                      04060015
           move SI-CALLER  to MODAUTH-CALLER-167.                       04070015
           store MODAUTH-167.                                           04080015
           perform idms-status.                                         04090015
      *    the first row closes a previously open module.              *04100015
           if W-grant-cnt = 0                                           04110015
              move 'APPLIED - MODULE NOW RESTRICTED.' to RPT-ACT-RESULT 04120015
           else                                                         04130015
              move 'APPLIED.' to RPT-ACT-RESULT                         04140015
           end-if.                                                      04150015
           add 1 to W-APPLIED-CNT.                                      04160015
       SECTION-EXIT.                                                    04170015
           EXIT.                                                        04180015
      *----------------------------------------------------------------*04190015
       0320-REVOKE-MODULE                  SECTION.                     04200015
      *----------------------------------------------------------------*04210015
       SECTION-ENTRY.                                                   04220015
           perform 0300-SCAN-MODAUTH.                                   04230015
           if GRANT-NOT-FOUND                                           04240015
              move 'REJECTED - CALLER DOES NOT HOLD THE GRANT.'         04250015
                  to RPT-ACT-RESULT                                     04260015
              add 1 to W-REJECTED-CNT                                   04270015
              go to section-exit                                        04280015
           end-if.                                                      04290015
           if W-grant-cnt = 1 and SI-FORCE not = 'FORCE'                04300015
              move 'REJECTED - LAST GRANT, MODULE WOULD OPEN.'          04310015
                  to RPT-ACT-RESULT                                     04320015
              add 1 to W-REJECTED-CNT                                   04330015
              go to section-exit                                        04340015
           end-if.                                                      04350015
           perform 0350-POSITION-ON-MODAUTH.                            04360015
           if GRANT-NOT-FOUND                                           04370015
              move 'REJECTED - CALLER DOES NOT HOLD THE GRANT.'         04380015
                  to RPT-ACT-RESULT                                     04390015
              add 1 to W-REJECTED-CNT                                   04400015
              go to section-exit                                        04410015
           end-if.                                                      04420015
           erase MODAUTH-167.                                           04430015
           perform idms-status.                                         04440015
           if W-grant-cnt = 1                                           04450015
              move 'APPLIED - MODULE NOW OPEN TO ALL CALLERS.'          04460015
                  to RPT-ACT-RESULT                                     04470015
           else                                                         04480015
              move 'APPLIED.' to RPT-ACT-RESULT                         04490015
           end-if.                                                      04500015
           add 1 to W-APPLIED-CNT.                                      04510015
       SECTION-EXIT.                                                    04520015
           EXIT.                                                        04530015
      *----------------------------------------------------------------*04540015
       0330-GRANT-ELEMENT                  SECTION.                     04550015
      *----------------------------------------------------------------*04560015
       SECTION-ENTRY.                                                   04570015
           perform 0370-CHECK-LOADHDR.                                  04580015
           if MODULE-NOT-IN-LOAD-AREA                                   04590015
              move 'REJECTED - MODULE NOT IN LOAD AREA.'                04600015
                  to RPT-ACT-RESULT                                     04610015
              add 1 to W-REJECTED-CNT                                   04620015
              go to section-exit                                        04630015
           end-if.                                                      04640015
           perform 0380-CHECK-ELEMENT.                                  04650015
           if ws-cnt = 0                                                04660015
              move 'REJECTED - ELEMENT NOT IN RECORD_INFO.'             04670015
                  to RPT-ACT-RESULT                                     04680015
              add 1 to W-REJECTED-CNT                                   04690015
              go to section-exit                                        04700015
           end-if.                                                      04710015
           perform 0360-SCAN-ELEAUTH.                                   04720015
           if GRANT-FOUND                                               04730015
              move 'REJECTED - CALLER ALREADY HOLDS THE GRANT.'         04740015
                  to RPT-ACT-RESULT                                     04750015
              add 1 to W-REJECTED-CNT                                   04760015
              go to section-exit                                        04770015
           end-if.                                                      04780015
           move SI-MODNAME to ELEAUTH-MODNAME-170.                      04790015
           move SI-ELEMENT to ELEAUTH-ELE-170.                          04800015
           move SI-CALLER  to ELEAUTH-CALLER-170.                       04810015
           store ELEAUTH-170.                                           04820015
           perform idms-status.                                         04830015
      *    a clearance on an element nobody masks is harmless but      *04840015
      *    usually a typing slip - say so.                             *04850015
           if ws-sens-cnt = 0                                           04860015
              move 'APPLIED - ELEMENT NOT FLAGGED SENSITIVE.'           04870015
                  to RPT-ACT-RESULT                                     04880015
           else                                                         04890015
              move 'APPLIED.' to RPT-ACT-RESULT                         04900015
           end-if.                                                      04910015
           add 1 to W-APPLIED-CNT.                                      04920015
       SECTION-EXIT.                                                    04930015
           EXIT.                                                        04940015
      *----------------------------------------------------------------*04950015
       0340-REVOKE-ELEMENT                 SECTION.                     04960015
      *----------------------------------------------------------------*04970015
       SECTION-ENTRY.                                                   04980015
           perform 0360-SCAN-ELEAUTH.                                   04990015
           if GRANT-NOT-FOUND                                           05000015
              move 'REJECTED - CALLER DOES NOT HOLD THE GRANT.'         05010015
                  to RPT-ACT-RESULT                                     05020015
              add 1 to W-REJECTED-CNT                                   05030015
              go to section-exit                                        05040015
           end-if.                                                      05050015
           erase ELEAUTH-170.                                           05060015
           perform idms-status.                                         05070015
           move 'APPLIED.' to RPT-ACT-RESULT.                           05080015
           add 1 to W-APPLIED-CNT.                                      05090015
       SECTION-EXIT.                                                    05100015
           EXIT.                                                        05110015
      *----------------------------------------------------------------*05120015
      *  re-walk the module's MODAUTH-167 rows and leave currency on   *05130015
      *  the card's caller.                                            *05140015
      *----------------------------------------------------------------*05150015
       0350-POSITION-ON-MODAUTH            SECTION.                     05160015
      *----------------------------------------------------------------*05170015
       SECTION-ENTRY.                                                   05180015
           set GRANT-NOT-FOUND to true.                                 05190015
           move SI-MODNAME to MODAUTH-MODNAME-167.                      05200015
           obtain calc MODAUTH-167.                                     05210015
       position-loop.                                                   05220015
           if db-rec-not-found                                          05230015
              go to section-exit                                        05240015
           end-if.                                                      05250015
           perform idms-status.                                         05260015
           if MODAUTH-CALLER-167 = SI-CALLER                            05270015
              set GRANT-FOUND to true                                   05280015
              go to section-exit                                        05290015
           end-if.                                                      05300015
           obtain duplicate MODAUTH-167.                                05310015
           go to position-loop.                                         05320015
       SECTION-EXIT.                                                    05330015
           EXIT.                                                        05340015
      *----------------------------------------------------------------*05350015
      *  walk the module's ELEAUTH-170 rows and leave currency on the  *05360015
      *  card's element + caller when it is there.                     *05370015
      *----------------------------------------------------------------*05380015
       0360-SCAN-ELEAUTH                   SECTION.                     05390015
      *----------------------------------------------------------------*05400015
       SECTION-ENTRY.                                                   05410015
           set GRANT-NOT-FOUND to true.                                 05420015
           move SI-MODNAME to ELEAUTH-MODNAME-170.                      05430015
           obtain calc ELEAUTH-170.                                     05440015
       eleauth-loop.                                                    05450015
           if db-rec-not-found                                          05460015
              go to section-exit                                        05470015
           end-if.                                                      05480015
           perform idms-status.                                         05490015
           if ELEAUTH-ELE-170 = SI-ELEMENT                              05500015
            and ELEAUTH-CALLER-170 = SI-CALLER                          05510015
              set GRANT-FOUND to true                                   05520015
              go to section-exit                                        05530015
           end-if.                                                      05540015
           obtain duplicate ELEAUTH-170.                                05550015
           go to eleauth-loop.                                          05560015
       SECTION-EXIT.                                                    05570015
           EXIT.                                                        05580015
      *----------------------------------------------------------------*05590015
      *  a clearance is only granted on a module the load area holds   *05600015
      *  in some generation.                                           *05610015
      *----------------------------------------------------------------*05620015
       0370-CHECK-LOADHDR                  SECTION.                     05630015
      *----------------------------------------------------------------*05640015
       SECTION-ENTRY.                                                   05650015
           set MODULE-NOT-IN-LOAD-AREA to true.                         05660015
           move SI-MODNAME to LOADHDR-MODNAME-156.                      05670015
           obtain calc LOADHDR-156.                                     05680015
           if db-rec-not-found                                          05690015
              go to section-exit                                        05700015
           end-if.                                                      05710015
           perform idms-status.                                         05720015
           set MODULE-IN-LOAD-AREA to true.                             05730015
       SECTION-EXIT.                                                    05740015
           EXIT.                                                        05750015
      *----------------------------------------------------------------*05760015
      *  is the element on the record's RECORD_INFO walk (any RECVER), *05770015
      *  and is it flagged sensitive there ?                           *05780015
      *----------------------------------------------------------------*05790015
       0380-CHECK-ELEMENT                  SECTION.                     05800015
      *----------------------------------------------------------------*05810015
       SECTION-ENTRY.                                                   05820015
           move SI-MODNAME to ws-rec-name.                              05830015
           move SI-ELEMENT to ws-ele-name.                              05840015
           move 0 to ws-cnt, ws-sens-cnt.                               05850015
           exec sql                                                     05860015
               select count(*)                                          05870015
                 into :ws-cnt                                           05880015
               from ispt.record_info                                    05890015
               where rec = :ws-rec-name                                 05900015
                 and ele = :ws-ele-name                                 05910015
           end-exec.                                                    05920015
           if sqlcode not = 0                                           05930015
              move 0 to ws-cnt                                          05940015
              go to section-exit                                        05950015
           end-if.                                                      05960015
           exec sql                                                     05970015
               select count(*)                                          05980015
                 into :ws-sens-cnt                                      05990015
               from ispt.record_info                                    06000015
               where rec = :ws-rec-name                                 06010015
                 and ele = :ws-ele-name                                 06020015
                 and issens = 'Y'                                       06030015
           end-exec.                                                    06040015
           if sqlcode not = 0                                           06050015
              move 0 to ws-sens-cnt                                     06060015
           end-if.                                                      06070015
       SECTION-EXIT.                                                    06080015
           EXIT.                                                        06090015
      *----------------------------------------------------------------*06100015
      *  print every MODAUTH-167 and ELEAUTH-170 occurrence via the    *06110015
      *  SYS-MODAUTH / SYS-ELEAUTH walks.                              *06120015
      *----------------------------------------------------------------*06130015
       0400-PRINT-GRANTS                   SECTION.                     06140015
      *----------------------------------------------------------------*06150015
       SECTION-ENTRY.                                                   06160015
           move 0 to W-modauth-cnt, W-eleauth-cnt.                      06170015
           obtain first MODAUTH-167 within SYS-MODAUTH.                 06180015
       modauth-print-loop.                                              06190015
           if db-end-of-set                                             06200015
              go to eleauth-print                                       06210015
           end-if.                                                      06220015
           perform idms-status.                                         06230015
           add 1 to W-modauth-cnt.                                      06240015
           move MODAUTH-MODNAME-167 to RPT-MOD-MODNAME.                 06250015
           move MODAUTH-CALLER-167  to RPT-MOD-CALLER.                  06260015
           write AUTHRPT-LINE from RPT-MOD-LINE.                        06270015
           obtain next MODAUTH-167 within SYS-MODAUTH.                  06280015
           go to modauth-print-loop.                                    06290015
       eleauth-print.                                                   06300015
           obtain first ELEAUTH-170 within SYS-ELEAUTH.                 06310015
       eleauth-print-loop.                                              06320015
           if db-end-of-set                                             06330015
              go to print-counts                                        06340015
           end-if.                                                      06350015
           perform idms-status.                                         06360015
           add 1 to W-eleauth-cnt.                                      06370015
           move ELEAUTH-MODNAME-170 to RPT-ELE-MODNAME.                 06380015
           move ELEAUTH-CALLER-170  to RPT-ELE-CALLER.                  06390015
           move ELEAUTH-ELE-170     to RPT-ELE-ELEMENT.                 06400015
           write AUTHRPT-LINE from RPT-ELE-LINE.                        06410015
           obtain next ELEAUTH-170 within SYS-ELEAUTH.                  06420015
           go to eleauth-print-loop.                                    06430015
       print-counts.                                                    06440015
           move W-modauth-cnt to RPT-TBL-CNT.                           06450015
           move 'MODULE CLEARANCES.' to RPT-TBL-TEXT.                   06460015
           write AUTHRPT-LINE from RPT-TBL-COUNT.                       06470015
           move W-eleauth-cnt to RPT-TBL-CNT.                           06480015
           move 'ELEMENT CLEARANCES.' to RPT-TBL-TEXT.                  06490015
           write AUTHRPT-LINE from RPT-TBL-COUNT.                       06500015
       SECTION-EXIT.                                                    06510015
           EXIT.                                                        06520015
      *----------------------------------------------------------------*06530015
       9000-FINISH                         SECTION.                     06540015
      *----------------------------------------------------------------*06550015
       SECTION-ENTRY.                                                   06560015
           finish.                                                      06570015
       SECTION-EXIT.                                                    06580015
           EXIT.                                                        06590015
      *----------------------------------------------------------------*06600015
       copy idms idms-status.                                           06610015
      *----------------------------------------------------------------*06620015
       9999-DB-ERROR                       SECTION.                     06630015
      *----------------------------------------------------------------*06640015
       SECTION-ENTRY.                                                   06650015
           DISPLAY '       9999-DB-ERROR'.                              06660015
           EXIT PROGRAM.                                                06670015
           STOP RUN.                                                    06680015
       SECTION-EXIT.                                                    06690015
           EXIT.                                                        06700015
