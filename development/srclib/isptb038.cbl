      *COBOL PGM SOURCE FOR isptb038                                    00010015
      *RETRIEVAL                                                        00020015
      *DMLIST                                                           00030015
       IDENTIFICATION DIVISION.                                         00040015
       PROGRAM-ID.                     isptb038.                        00050015
       AUTHOR.                         Kosie.                           00060015
       DATE-WRITTEN.                   26/10/15.                        00070015
      *----------------------------------------------------------------*00080015
      *                                                                *00090015
      *                                                                *00100015
      * Maintenance utility for the CODEXLT-172 code translation       *00110015
      * tables.                                                        *00120015
      *                                                                *00130015
      * Records store short internal codes (status 'A', 'S', 'C') and  *00140015
      * consumers should see the business value ("ACTIVE").  An        *00150015
      * element carrying the ISPT-CODE-XLATE udc surfaces through      *00160015
      * RECORD_INFO as UDC_KEY 904 with UDC_VAL naming a translation   *00170015
      * table; isptb009 compiles the table's pairs into the #ISPTRUL   *00180015
      * module, isptc004 emits the external value, isptc005 accepts    *00190015
      * it and stores the internal code, and isptb015 shows the        *00200015
      * external values as the schema enum.  This job keeps the        *00210015
      * tables, applying ADD / REPLACE / DELETE cards with proper      *00220015
      * validation :                                                   *00230015
      *   ADD      rejected when the code already exists in the        *00240015
      *            table, or the external value is already taken by    *00250015
      *            another code in the table.                          *00260015
      *   REPLACE  rejected when the code does not exist, or the new   *00270015
      *            external value collides with a different code's.    *00280015
      *   DELETE   rejected when the code does not exist.              *00290015
      * ADD and REPLACE are also rejected for a blank code or value,   *00300015
      * a code containing '=', or a pair too long to compile - the     *00310015
      * compiled rules-entry carries the pair as code=value in the     *00320015
      * 16-byte UDC value.  A before / after image of every table is   *00330015
      * printed around the action log.                                 *00340015
      *                                                                *00350015
      * A change reaches the runtime only when the records that use    *00360015
      * the table are recompiled (isptb009 with FORCE) and activated   *00370015
      * (isptb024).                                                    *00380015
      *                                                                *00390015
      * -------------------------------------------------------------  *00400015
      *                                                                *00410015
      * SYSIN control card layout, one card per change :               *00420015
      *   01-08   verb      ADD / REPLACE / DELETE                     *00430015
      *   09-24   table     e.g. ACCT-STATUS                           *00440015
      *   25-32   code      internal code as stored, e.g. A            *00450015
      *   33-48   value     external value, e.g. ACTIVE (not used on   *00460015
      *                     DELETE)                                    *00470015
      *                                                                *00480015
      * Assumption (dictionary extension, same class as UDCFMT-166) :  *00490015
      * CODEXLT-172 lives in DDLDML beside UDCFMT-166, CALC on         *00500015
      * CODEXLT-TABLE-172 (16) with duplicates, one duplicate per      *00510015
      * pair carrying CODEXLT-CODE-172 (8) and CODEXLT-VALUE-172       *00520015
      * (16).  The SYS-CODEXLT system-owned set (the SYS-UDCFMT        *00530015
      * pattern) enumerates every table for the before / after         *00540015
      * images.                                                        *00550015
      *                                                                *00560015
      * Maintenance                                                    *00570015
      * 26/10/15  new program                                          *00580015
      *                                                                *00590015
      *----------------------------------------------------------------*00600015
       ENVIRONMENT DIVISION.                                            00610015
      *                                                                 00620015
       CONFIGURATION SECTION.                                           00630015
      *SOURCE-COMPUTER.                IBM WITH DEBUGGING MODE.         00640015
      *                                                                 00650015
       IDMS-CONTROL SECTION.                                            00660015
       PROTOCOL.  MODE IS BATCH            DEBUG                        00670015
                  IDMS-RECORDS MANUAL.                                  00680015
      *----------------------------------------------------------------*00690015
      *                                                                *00700015
      *----------------------------------------------------------------*00710015
       INPUT-OUTPUT SECTION.                                            00720015
       FILE-CONTROL.                                                    00730015
           SELECT DICTPARM    ASSIGN TO DICTPARM                        00740015
               FILE STATUS IS WS-DICTPARM-STATUS.                       00750015
           SELECT SYSIN       ASSIGN TO SYSIN                           00760015
               FILE STATUS IS WS-SYSIN-STATUS.                          00770015
           SELECT XLTRPT      ASSIGN TO XLTRPT                          00780015
               FILE STATUS IS WS-XLTRPT-STATUS.                         00790015
      *----------------------------------------------------------------*00800015
      *                                                                *00810015
      *----------------------------------------------------------------*00820015
       DATA DIVISION.                                                   00830015
      *                                                                 00840015
       SCHEMA SECTION.                                                  00850015
       DB    IDMSNWKA WITHIN IDMSNTWK VERSION 1.                        00860015
      *----------------------------------------------------------------*00870015
      *                                                                *00880015
      *----------------------------------------------------------------*00890015
       FILE SECTION.                                                    00900015
       FD  DICTPARM                                                     00910015
           RECORDING MODE IS F.                                         00920015
       01  DICTPARM-CARD.                                               00930015
           05 DP-DICTNAME                     PIC X(08).                00940015
           05 FILLER                          PIC X(72).                00950015
                                                                        00960015
       FD  SYSIN                                                        00970015
           RECORDING MODE IS F.                                         00980015
       01  SYSIN-CARD.                                                  00990015
           05 SI-VERB                         PIC X(08).                01000015
           05 SI-TABLE                        PIC X(16).                01010015
           05 SI-CODE                         PIC X(08).                01020015
           05 SI-VALUE                        PIC X(16).                01030015
           05 FILLER                          PIC X(32).                01040015
                                                                        01050015
       FD  XLTRPT                                                       01060015
           RECORDING MODE IS F.                                         01070015
       01  XLTRPT-LINE                        PIC X(132).               01080015
      *----------------------------------------------------------------*01090015
       WORKING-STORAGE SECTION.                                         01100015
        01 FILLER                                 PIC X(50) VALUE       01110015
            '*******  isptb038  WORKING STORAGE STARTS HERE -->'.       01120015
                                                                        01130015
        EXEC SQL BEGIN DECLARE SECTION END-EXEC.                        01140015
        77 wk-dbname                           PIC x(8).                01150015
        77 wk-dictname                         PIC x(8).                01160015
        EXEC SQL  end  DECLARE SECTION END-EXEC.                        01170015
                                                                        01180015
        01 WORK-FIELDS.                                                 01190015
           05 W-eof-sw                           PIC X(01) VALUE 'N'.   01200015
              88 SYSIN-EOF                          VALUE 'Y'.          01210015
           05 W-found-sw                         PIC X(01).             01220015
              88 CODE-FOUND                         VALUE 'Y'.          01230015
              88 CODE-NOT-FOUND                     VALUE 'N'.          01240015
           05 W-coll-sw                          PIC X(01).             01250015
              88 VALUE-COLLIDES                     VALUE 'Y'.          01260015
              88 VALUE-FREE                         VALUE 'N'.          01270015
           05 W-code-len                         PIC S9(4) COMP.        01280015
           05 W-value-len                        PIC S9(4) COMP.        01290015
           05 W-eq-cnt                           PIC S9(4) COMP.        01300015
           05 W-applied-cnt                      PIC S9(4) COMP.        01310015
           05 W-rejected-cnt                     PIC S9(4) COMP.        01320015
           05 WS-SYSIN-STATUS                    PIC X(02).             01330015
           05 WS-XLTRPT-STATUS                   PIC X(02).             01340015
                                                                        01350015
        01 REPORT-FIELDS.                                               01360015
           05 RPT-HEADING.                                              01370015
              10 RPT-HEAD-TEXT   PIC X(40).                             01380015
           05 RPT-TBL-LINE.                                             01390015
              10 FILLER          PIC X(02) VALUE SPACE.                 01400015
              10 RPT-TBL-TABLE   PIC X(16).                             01410015
              10 FILLER          PIC X(02) VALUE SPACE.                 01420015
              10 RPT-TBL-CODE    PIC X(08).                             01430015
              10 FILLER          PIC X(02) VALUE SPACE.                 01440015
              10 RPT-TBL-VALUE   PIC X(16).                             01450015
           05 RPT-ACTION.                                               01460015
              10 RPT-ACT-VERB    PIC X(08).                             01470015
              10 FILLER          PIC X(01) VALUE SPACE.                 01480015
              10 RPT-ACT-TABLE   PIC X(16).                             01490015
              10 FILLER          PIC X(01) VALUE SPACE.                 01500015
              10 RPT-ACT-CODE    PIC X(08).                             01510015
              10 FILLER          PIC X(01) VALUE SPACE.                 01520015
              10 RPT-ACT-VALUE   PIC X(16).                             01530015
              10 FILLER          PIC X(03) VALUE ' - '.                 01540015
              10 RPT-ACT-RESULT  PIC X(50).                             01550015
           05 RPT-TOTALS.                                               01560015
              10 FILLER          PIC X(17) VALUE 'CODEXLT TOTALS - '.   01570015
              10 FILLER          PIC X(10) VALUE 'APPLIED = '.          01580015
              10 RPT-APPLIED     PIC ZZZ9.                              01590015
              10 FILLER          PIC X(12) VALUE ' REJECTED = '.        01600015
              10 RPT-REJECTED    PIC ZZZ9.                              01610015
                                                                        01620015
        01 WS-DICTPARM-FIELDS.                                          01630015
           05 WS-DICTPARM-STATUS                 PIC X(02).             01640015
                                                                        01650015
        01 COPY IDMS SUBSCHEMA-NAMES.                                   01660015
        01 IDMS-WORK-AREA.                                              01670015
           02 COPY IDMS SUBSCHEMA-CTRL.                                 01680015
           02 COPY IDMS RECORD CODEXLT-172.                             01690015
      *----------------------------------------------------------------*01700015
       PROCEDURE DIVISION.                                              01710015
      *----------------------------------------------------------------*01720015
      *                                                                *01730015
      *----------------------------------------------------------------*01740015
       0000-MAINLINE                       SECTION.                     01750015
      *----------------------------------------------------------------*01760015
       SECTION-ENTRY.                                                   01770015
           DISPLAY '*  isptb038 ENTRY               *'.                 01780015
           PERFORM 0100-BIND-DATABASE.                                  01790015
           OPEN INPUT SYSIN.                                            01800015
           OPEN OUTPUT XLTRPT.                                          01810015
           MOVE 0 TO W-APPLIED-CNT, W-REJECTED-CNT.                     01820015
                                                                        01830015
           MOVE 'CODEXLT TABLES BEFORE MAINTENANCE' TO RPT-HEAD-TEXT.   01840015
           WRITE XLTRPT-LINE FROM RPT-HEADING.                          01850015
           PERFORM 0400-PRINT-TABLES.                                   01860015
                                                                        01870015
           PERFORM 0200-PROCESS-CARDS.                                  01880015
                                                                        01890015
           MOVE 'CODEXLT TABLES AFTER MAINTENANCE'  TO RPT-HEAD-TEXT.   01900015
           WRITE XLTRPT-LINE FROM RPT-HEADING.                          01910015
           PERFORM 0400-PRINT-TABLES.                                   01920015
                                                                        01930015
           MOVE W-APPLIED-CNT  TO RPT-APPLIED.                          01940015
           MOVE W-REJECTED-CNT TO RPT-REJECTED.                         01950015
           WRITE XLTRPT-LINE FROM RPT-TOTALS.                           01960015
                                                                        01970015
           PERFORM 9000-FINISH.                                         01980015
           CLOSE SYSIN, XLTRPT.                                         01990015
           EXIT PROGRAM.                                                02000015
           STOP RUN.                                                    02010015
       SECTION-EXIT.                                                    02020015
           EXIT.                                                        02030015
      *----------------------------------------------------------------*02040015
      *  the dictionary name is a runtime parameter : one DICTPARM     *02050015
      *  card overrides the ISPTDICT default, so the same tooling can  *02060015
      *  be pointed at the test dictionary.                            *02070015
      *----------------------------------------------------------------*02080015
       0080-GET-DICTNAME                   SECTION.                     02090015
      *----------------------------------------------------------------*02100015
       SECTION-ENTRY.                                                   02110015
           move 'ISPTDICT' to wk-dictname.                              02120015
           OPEN INPUT DICTPARM.                                         02130015
           IF WS-DICTPARM-STATUS = '00'                                 02140015
              READ DICTPARM                                             02150015
                 AT END CONTINUE                                        02160015
                 NOT AT END                                             02170015
                    IF DP-DICTNAME NOT = SPACES                         02180015
                       MOVE DP-DICTNAME TO wk-dictname                  02190015
                    END-IF                                              02200015
              END-READ                                                  02210015
              CLOSE DICTPARM                                            02220015
           END-IF.                                                      02230015
       SECTION-EXIT.                                                    02240015
           EXIT.                                                        02250015
      *----------------------------------------------------------------*02260015
       0100-BIND-DATABASE                  SECTION.                     02270015
      *----------------------------------------------------------------*02280015
       SECTION-ENTRY.                                                   02290015
           perform 0080-GET-DICTNAME.                                   02300015
                                                                        02310015
           exec sql                                                     02320015
               select segment                                           02330015
                 into :wk-dbname                                        02340015
               from system.schema                                       02350015
               where name = :wk-dictname                                02360015
           end-exec.                                                    02370015
                                                                        02380015
           if sqlcode not = 0                                           02390015
              display ' isptb038 Error getting DB-NAME, sqlcode='       02400015
                 sqlcode ' state: ' sqlstate                            02410015
              go to section-exit                                        02420015
           end-if.                                                      02430015
                                                                        02440015
           MOVE 'ISPTB038' TO PROGRAM-NAME.                             02450015
           BIND RUN-UNIT  dbname wk-dbname                              02460015
           IF ANY-ERROR-STATUS                                          02470015
              PERFORM 9999-DB-ERROR                                     02480015
           END-IF                                                       02490015
           BIND CODEXLT-172                                             02500015
           IF ANY-ERROR-STATUS                                          02510015
              PERFORM 9999-DB-ERROR                                     02520015
           END-IF.                                                      02530015
           ready  ddldml usage-mode update.                             02540015
       SECTION-EXIT.                                                    02550015
           EXIT.                                                        02560015
      *----------------------------------------------------------------*02570015
       0200-PROCESS-CARDS                  SECTION.                     02580015
      *----------------------------------------------------------------*02590015
       SECTION-ENTRY.                                                   02600015
       card-loop.                                                       02610015
           READ SYSIN                                                   02620015
               AT END SET SYSIN-EOF TO TRUE.                            02630015
           if SYSIN-EOF                                                 02640015
              go to section-exit                                        02650015
           end-if.                                                      02660015
           move SI-VERB     to RPT-ACT-VERB.                            02670015
           move SI-TABLE    to RPT-ACT-TABLE.                           02680015
           move SI-CODE     to RPT-ACT-CODE.                            02690015
           move SI-VALUE    to RPT-ACT-VALUE.                           02700015
                                                                        02710015
           evaluate SI-VERB                                             02720015
              when 'ADD     '                                           02730015
                 perform 0310-APPLY-ADD                                 02740015
              when 'REPLACE '                                           02750015
                 perform 0320-APPLY-REPLACE                             02760015
              when 'DELETE  '                                           02770015
                 perform 0330-APPLY-DELETE                              02780015
              when other                                                02790015
                 move 'REJECTED - VERB NOT ADD/REPLACE/DELETE.'         02800015
                     to RPT-ACT-RESULT                                  02810015
                 add 1 to W-REJECTED-CNT                                02820015
           end-evaluate.                                                02830015
           write XLTRPT-LINE from RPT-ACTION.                           02840015
           go to card-loop.                                             02850015
       SECTION-EXIT.                                                    02860015
           EXIT.                                                        02870015
      *----------------------------------------------------------------*02880015
      *  scan the card's table for its code and for any other code     *02890015
      *  already translating to the card's external value.             *02900015
      *----------------------------------------------------------------*02910015
       0300-SCAN-TABLE                     SECTION.                     02920015
      *----------------------------------------------------------------*02930015
       SECTION-ENTRY.                                                   02940015
           set CODE-NOT-FOUND to true.                                  02950015
           set VALUE-FREE     to true.                                  02960015
           move SI-TABLE to CODEXLT-TABLE-172.                          02970015
           obtain calc CODEXLT-172.                                     02980015
       scan-loop.                                                       02990015
           if db-rec-not-found                                          03000015
              go to section-exit                                        03010015
           end-if.                                                      03020015
           perform idms-status.                                         03030015
           if CODEXLT-CODE-172 = SI-CODE                                03040015
              set CODE-FOUND to true                                    03050015
           else                                                         03060015
              if CODEXLT-VALUE-172 = SI-VALUE                           03070015
                 set VALUE-COLLIDES to true                             03080015
              end-if                                                    03090015
           end-if.                                                      03100015
           obtain duplicate CODEXLT-172.                                03110015
           go to scan-loop.                                             03120015
       SECTION-EXIT.                                                    03130015
           EXIT.                                                        03140015
      *----------------------------------------------------------------*03150015
      *  the shape checks ADD and REPLACE share : table, code and      *03160015
      *  value present, no '=' in the code (it separates the compiled  *03170015
      *  pair), and code=value within the 16-byte UDC value.  a        *03180015
      *  failing card leaves its reason in RPT-ACT-RESULT.             *03190015
      *----------------------------------------------------------------*03200015
       0340-CHECK-PAIR                     SECTION.                     03210015
      *----------------------------------------------------------------*03220015
       SECTION-ENTRY.                                                   03230015
           move spaces to RPT-ACT-RESULT.                               03240015
           if SI-TABLE = spaces                                         03250015
              move 'REJECTED - TABLE NAME MISSING.' to RPT-ACT-RESULT   03260015
              go to section-exit                                        03270015
           end-if.                                                      03280015
           if SI-CODE = spaces or SI-VALUE = spaces                     03290015
              move 'REJECTED - CODE AND VALUE ARE BOTH REQUIRED.'       03300015
                  to RPT-ACT-RESULT                                     03310015
              go to section-exit                                        03320015
           end-if.                                                      03330015
           move 0 to W-eq-cnt.                                          03340015
           inspect SI-CODE tallying W-eq-cnt for all '='.               03350015
           if W-eq-cnt > 0                                              03360015
              move 'REJECTED - CODE MAY NOT CONTAIN ='                  03370015
                  to RPT-ACT-RESULT                                     03380015
              go to section-exit                                        03390015
           end-if.                                                      03400015
           move 8 to W-code-len.                                        03410015
       code-rtrim-loop.                                                 03420015
           if W-code-len > 0 and SI-CODE(W-code-len:1) = space          03430015
              subtract 1 from W-code-len                                03440015
              go to code-rtrim-loop                                     03450015
           end-if.                                                      03460015
           move 16 to W-value-len.                                      03470015
       value-rtrim-loop.                                                03480015
           if W-value-len > 0 and SI-VALUE(W-value-len:1) = space       03490015
              subtract 1 from W-value-len                               03500015
              go to value-rtrim-loop                                    03510015
           end-if.                                                      03520015
           if W-code-len + 1 + W-value-len > 16                         03530015
              move 'REJECTED - CODE=VALUE LONGER THAN 16 BYTES.'        03540015
                  to RPT-ACT-RESULT                                     03550015
           end-if.                                                      03560015
       SECTION-EXIT.                                                    03570015
           EXIT.                                                        03580015
      *----------------------------------------------------------------*03590015
       0310-APPLY-ADD                      SECTION.                     03600015
      *----------------------------------------------------------------*03610015
       SECTION-ENTRY.                                                   03620015
           perform 0340-CHECK-PAIR.                                     03630015
           if RPT-ACT-RESULT not = spaces                               03640015
              add 1 to W-REJECTED-CNT                                   03650015
              go to section-exit                                        03660015
           end-if.                                                      03670015
           perform 0300-SCAN-TABLE.                                     03680015
           if CODE-FOUND                                                03690015
              move 'REJECTED - CODE ALREADY IN TABLE.'                  03700015
                  to RPT-ACT-RESULT                                     03710015
              add 1 to W-REJECTED-CNT                                   03720015
              go to section-exit                                        03730015
           end-if.                                                      03740015
           if VALUE-COLLIDES                                            03750015
              move 'REJECTED - VALUE ALREADY USED IN TABLE.'            03760015
                  to RPT-ACT-RESULT                                     03770015
              add 1 to W-REJECTED-CNT                                   03780015
              go to section-exit                                        03790015
           end-if.                                                      03800015
           move SI-TABLE to CODEXLT-TABLE-172.                          03810015
           move SI-CODE  to CODEXLT-CODE-172.                           03820015
           move SI-VALUE to CODEXLT-VALUE-172.                          03830015
           store CODEXLT-172.                                           03840015
           perform idms-status.                                         03850015
           move 'APPLIED.' to RPT-ACT-RESULT.                           03860015
           add 1 to W-APPLIED-CNT.                                      03870015
       SECTION-EXIT.                                                    03880015
           EXIT.                                                        03890015
      *----------------------------------------------------------------*03900015
       0320-APPLY-REPLACE                  SECTION.                     03910015
      *----------------------------------------------------------------*03920015
       SECTION-ENTRY.                                                   03930015
           perform 0340-CHECK-PAIR.                                     03940015
           if RPT-ACT-RESULT not = spaces                               03950015
              add 1 to W-REJECTED-CNT                                   03960015
              go to section-exit                                        03970015
           end-if.                                                      03980015
           perform 0300-SCAN-TABLE.                                     03990015
           if CODE-NOT-FOUND                                            04000015
              move 'REJECTED - CODE NOT IN TABLE.'                      04010015
                  to RPT-ACT-RESULT                                     04020015
              add 1 to W-REJECTED-CNT                                   04030015
              go to section-exit                                        04040015
           end-if.                                                      04050015
           if VALUE-COLLIDES                                            04060015
              move 'REJECTED - VALUE ALREADY USED IN TABLE.'            04070015
                  to RPT-ACT-RESULT                                     04080015
              add 1 to W-REJECTED-CNT                                   04090015
              go to section-exit                                        04100015
           end-if.                                                      04110015
           perform 0350-POSITION-ON-CODE.                               04120015
           if CODE-NOT-FOUND                                            04130015
              move 'REJECTED - CODE NOT IN TABLE.'                      04140015
                  to RPT-ACT-RESULT                                     04150015
              add 1 to W-REJECTED-CNT                                   04160015
              go to section-exit                                        04170015
           end-if.                                                      04180015
           move SI-VALUE to CODEXLT-VALUE-172.                          04190015
           modify CODEXLT-172.                                          04200015
           perform idms-status.                                         04210015
           move 'APPLIED.' to RPT-ACT-RESULT.                           04220015
           add 1 to W-APPLIED-CNT.                                      04230015
       SECTION-EXIT.                                                    04240015
           EXIT.                                                        04250015
      *----------------------------------------------------------------*04260015
       0330-APPLY-DELETE                   SECTION.                     04270015
      *----------------------------------------------------------------*04280015
       SECTION-ENTRY.                                                   04290015
           perform 0350-POSITION-ON-CODE.                               04300015
           if CODE-NOT-FOUND                                            04310015
              move 'REJECTED - CODE NOT IN TABLE.'                      04320015
                  to RPT-ACT-RESULT                                     04330015
              add 1 to W-REJECTED-CNT                                   04340015
              go to section-exit                                        04350015
           end-if.                                                      04360015
           erase CODEXLT-172.                                           04370015
           perform idms-status.                                         04380015
           move 'APPLIED.' to RPT-ACT-RESULT.                           04390015
           add 1 to W-APPLIED-CNT.                                      04400015
       SECTION-EXIT.                                                    04410015
           EXIT.                                                        04420015
      *----------------------------------------------------------------*04430015
      *  re-walk the table and leave currency on the card's code.      *04440015
      *----------------------------------------------------------------*04450015
       0350-POSITION-ON-CODE               SECTION.                     04460015
      *----------------------------------------------------------------*04470015
       SECTION-ENTRY.                                                   04480015
           set CODE-NOT-FOUND to true.                                  04490015
           move SI-TABLE to CODEXLT-TABLE-172.                          04500015
           obtain calc CODEXLT-172.                                     04510015
       position-loop.                                                   04520015
           if db-rec-not-found                                          04530015
              go to section-exit                                        04540015
           end-if.                                                      04550015
           perform idms-status.                                         04560015
           if CODEXLT-CODE-172 = SI-CODE                                04570015
              set CODE-FOUND to true                                    04580015
              go to section-exit                                        04590015
           end-if.                                                      04600015
           obtain duplicate CODEXLT-172.                                04610015
           go to position-loop.                                         04620015
       SECTION-EXIT.                                                    04630015
           EXIT.                                                        04640015
      *----------------------------------------------------------------*04650015
      *  print every CODEXLT-172 occurrence via the SYS-CODEXLT walk.  *04660015
      *----------------------------------------------------------------*04670015
       0400-PRINT-TABLES                   SECTION.                     04680015
      *----------------------------------------------------------------*04690015
       SECTION-ENTRY.                                                   04700015
           obtain first CODEXLT-172 within SYS-CODEXLT.                 04710015
       print-loop.                                                      04720015
           if db-end-of-set                                             04730015
              go to section-exit                                        04740015
           end-if.                                                      04750015
           perform idms-status.                                         04760015
           move CODEXLT-TABLE-172 to RPT-TBL-TABLE.                     04770015
           move CODEXLT-CODE-172  to RPT-TBL-CODE.                      04780015
           move CODEXLT-VALUE-172 to RPT-TBL-VALUE.                     04790015
           write XLTRPT-LINE from RPT-TBL-LINE.                         04800015
           obtain next CODEXLT-172 within SYS-CODEXLT.                  04810015
           go to print-loop.                                            04820015
       SECTION-EXIT.                                                    04830015
           EXIT.                                                        04840015
      *----------------------------------------------------------------*04850015
       9000-FINISH                         SECTION.                     04860015
      *----------------------------------------------------------------*04870015
       SECTION-ENTRY.                                                   04880015
           finish.                                                      04890015
       SECTION-EXIT.                                                    04900015
           EXIT.                                                        04910015
      *----------------------------------------------------------------*04920015
       copy idms idms-status.                                           04930015
      *----------------------------------------------------------------*04940015
       9999-DB-ERROR                       SECTION.                     04950015
      *----------------------------------------------------------------*04960015
       SECTION-ENTRY.                                                   04970015
           DISPLAY '       9999-DB-ERROR'.                              04980015
           EXIT PROGRAM.                                                04990015
           STOP RUN.                                                    05000015
       SECTION-EXIT.                                                    05010015
           EXIT.                                                        05020015
