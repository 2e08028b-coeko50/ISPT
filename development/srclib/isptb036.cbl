      *COBOL PGM SOURCE FOR isptb036                                    00010015
      *RETRIEVAL                                                        00020015
      *DMLIST                                                           00030015
       IDENTIFICATION DIVISION.                                         00040015
       PROGRAM-ID.                     isptb036.                        00050015
       AUTHOR.                         Kosie.                           00060015
       DATE-WRITTEN.                   26/10/15.                        00070015
      *----------------------------------------------------------------*00080015
      *                                                                *00090015
      *                                                                *00100015
      * Transport package import - the isptb035 package into this      *00110015
      * dictionary's load area as the STAGED generation.               *00120015
      *                                                                *00130015
      * Two passes over TRANSPT :                                      *00140015
      *   VERIFY  every body's TXT blocks are hashed through isptc009  *00150015
      *           in file order and checked against its MAN row        *00160015
      *           (hash, header and block counts), the END record's    *00170015
      *           counts are checked, and each body's source REC must  *00180015
      *           stand in this dictionary's ISPT.RECORD_INFO at the   *00190015
      *           RECVER the package was built from (the highest       *00200015
      *           RECVER, as isptc008 reads it).  Any failure refuses  *00210015
      *           the WHOLE package - nothing is stored.               *00220015
      *   LOAD    only when everything verified : per module the       *00230015
      *           existing staged headers (vers 11-18) are erased, as  *00240015
      *           isptb009 does before a compile, and every HDR / TXT  *00250015
      *           chain is stored at its canonical vers + 10.          *00260015
      *           Each body is then reassembled from the load area     *00260215
      *           and sealed (MODSEAL-171, layout documented in        *00260415
      *           isptb009) exactly as a staged compile would be, the  *00260615
      *           previous staged seals going with the staged          *00260815
      *           headers.                                             *00261015
      *                                                                *00270015
      * The live generation is never touched - isptb024 ACTIVATE       *00280015
      * stays the only go-live step, with its retained copy for        *00290015
      * ROLLBACK.                                                      *00300015
      *                                                                *00310015
      * -------------------------------------------------------------  *00320015
      *                                                                *00330015
      * SYSIN control card, one card, optional :                       *00340015
      *   01-08   VERIFY  check the package only, store nothing        *00350015
      *                                                                *00360015
      * IMPRPT : the package header, one line per body verified or     *00370015
      * refused (with the target RECVER), then one per body staged.    *00380015
      *                                                                *00390015
      * Condition code : 8 when the package is refused, otherwise 0.   *00400015
      *                                                                *00410015
      * Same LOADHDR-LOADTEXT MANDATORY AUTOMATIC set assumption       *00420015
      * documented in isptb009 : a stored LOADTEXT-157 connects to     *00430015
      * the current LOADHDR-156.                                       *00440015
      *                                                                *00450015
      * Maintenance                                                    *00460015
      * 26/10/15  new program                                          *00470015
      * 26/10/15  staged bodies are reassembled and sealed             *00470215
      *           (MODSEAL-171) as the MAN row closes each one         *00470415
      *                                                                *00480015
      *----------------------------------------------------------------*00490015
       ENVIRONMENT DIVISION.                                            00500015
      *                                                                 00510015
       CONFIGURATION SECTION.                                           00520015
      *SOURCE-COMPUTER.                IBM WITH DEBUGGING MODE.         00530015
      *                                                                 00540015
       IDMS-CONTROL SECTION.                                            00550015
       PROTOCOL.  MODE IS BATCH            DEBUG                        00560015
                  IDMS-RECORDS MANUAL.                                  00570015
      *----------------------------------------------------------------*00580015
      *                                                                *00590015
      *----------------------------------------------------------------*00600015
       INPUT-OUTPUT SECTION.                                            00610015
       FILE-CONTROL.                                                    00620015
           SELECT DICTPARM    ASSIGN TO DICTPARM                        00630015
               FILE STATUS IS WS-DICTPARM-STATUS.                       00640015
           SELECT SYSIN       ASSIGN TO SYSIN                           00650015
               FILE STATUS IS WS-SYSIN-STATUS.                          00660015
           SELECT TRANSPT     ASSIGN TO TRANSPT                         00670015
               FILE STATUS IS WS-TRANSPT-STATUS.                        00680015
           SELECT IMPRPT      ASSIGN TO IMPRPT                          00690015
               FILE STATUS IS WS-IMPRPT-STATUS.                         00700015
      *----------------------------------------------------------------*00710015
      *                                                                *00720015
      *----------------------------------------------------------------*00730015
       DATA DIVISION.                                                   00740015
      *                                                                 00750015
       SCHEMA SECTION.                                                  00760015
       DB    IDMSNWKA WITHIN IDMSNTWK VERSION 1.                        00770015
      *----------------------------------------------------------------*00780015
      *                                                                *00790015
      *----------------------------------------------------------------*00800015
       FILE SECTION.                                                    00810015
       FD  DICTPARM                                                     00820015
           RECORDING MODE IS F.                                         00830015
       01  DICTPARM-CARD.                                               00840015
           05 DP-DICTNAME                     PIC X(08).                00850015
           05 FILLER                          PIC X(72).                00860015
                                                                        00870015
       FD  SYSIN                                                        00880015
           RECORDING MODE IS F.                                         00890015
       01  SYSIN-CARD.                                                  00900015
           05 SI-MODE                         PIC X(08).                00910015
           05 FILLER                          PIC X(72).                00920015
                                                                        00930015
       FD  TRANSPT                                                      00940015
           RECORDING MODE IS F.                                         00950015
       01  TRANSPT-RECORD.                                              00960015
           05 TP-TYPE                         PIC X(04).                00970015
           05 TP-MODNAME                      PIC X(08).                00980015
           05 TP-VERSION                      PIC 9(02).                00990015
           05 TP-DATA                         PIC X(512).               01000015
       01  TRANSPT-PACKAGE REDEFINES TRANSPT-RECORD.                    01010015
           05 FILLER                          PIC X(14).                01020015
           05 PK-SRC-DICT                     PIC X(08).                01030015
           05 PK-DATE                         PIC X(08).                01040015
           05 PK-TIME                         PIC X(06).                01050015
           05 FILLER                          PIC X(490).               01060015
       01  TRANSPT-MANIFEST REDEFINES TRANSPT-RECORD.                   01070015
           05 FILLER                          PIC X(14).                01080015
           05 MF-REC                          PIC X(32).                01090015
           05 MF-RECVER                       PIC 9(04).                01100015
           05 MF-GEN                          PIC X(08).                01110015
           05 MF-HDR-CNT                      PIC 9(04).                01120015
           05 MF-BLK-CNT                      PIC 9(06).                01130015
           05 MF-HASH-VALUE                   PIC 9(10).                01140015
           05 MF-HASH-HEX                     PIC X(08).                01150015
           05 FILLER                          PIC X(440).               01160015
       01  TRANSPT-TRAILER REDEFINES TRANSPT-RECORD.                    01170015
           05 FILLER                          PIC X(14).                01180015
           05 ED-MOD-CNT                      PIC 9(06).                01190015
           05 ED-REC-CNT                      PIC 9(08).                01200015
           05 FILLER                          PIC X(498).               01210015
                                                                        01220015
       FD  IMPRPT                                                       01230015
           RECORDING MODE IS F.                                         01240015
       01  IMPRPT-LINE                        PIC X(132).               01250015
      *----------------------------------------------------------------*01260015
       WORKING-STORAGE SECTION.                                         01270015
        01 FILLER                                 PIC X(50) VALUE       01280015
            '*******  isptb036  WORKING STORAGE STARTS HERE -->'.       01290015
                                                                        01300015
        EXEC SQL BEGIN DECLARE SECTION END-EXEC.                        01310015
        77 wk-dbname                           PIC x(8).                01320015
        77 wk-dictname                         PIC x(8).                01330015
        77 ws-rec-name                         PIC X(32).               01340015
        77 ws-row-cnt                          PIC S9(8) COMP.          01350015
        77 ws-max-recver                       PIC S9(4) COMP.          01360015
        77 ws-max-recver-i                     PIC S9(4) COMP.          01370015
        EXEC SQL  end  DECLARE SECTION END-EXEC.                        01380015
                                                                        01390015
        01 WORK-FIELDS.                                                 01400015
           05 W-eof-sw                           PIC X(01) VALUE 'N'.   01410015
              88 TRANSPT-EOF                        VALUE 'Y'.          01420015
           05 W-mode-sw                          PIC X(01) VALUE 'I'.   01430015
              88 IMPORT-MODE                        VALUE 'I'.          01440015
              88 VERIFY-ONLY                        VALUE 'V'.          01450015
           05 W-body-sw                          PIC X(01) VALUE 'N'.   01460015
              88 BODY-OPEN                          VALUE 'Y'.          01470015
              88 NO-BODY-OPEN                       VALUE 'N'.          01480015
           05 W-end-sw                           PIC X(01) VALUE 'N'.   01490015
              88 END-SEEN                           VALUE 'Y'.          01500015
           05 W-cur-modname                      PIC X(08).             01510015
           05 W-cur-base                         PIC S9(4) COMP.        01520015
           05 W-rec-base                         PIC S9(4) COMP.        01530015
           05 W-erased-modname                   PIC X(08).             01540015
           05 W-hdr-cnt                          PIC S9(4) COMP.        01550015
           05 W-blk-cnt                          PIC S9(8) COMP.        01560015
           05 W-rec-cnt                          PIC S9(8) COMP VALUE 0.01570015
           05 W-man-cnt                          PIC S9(8) COMP VALUE 0.01580015
           05 W-verified-cnt                     PIC S9(4) COMP VALUE 0.01590015
           05 W-refused-cnt                      PIC S9(4) COMP VALUE 0.01600015
           05 W-staged-cnt                       PIC S9(4) COMP VALUE 0.01610015
           05 W-stored-hdr-cnt                   PIC S9(8) COMP VALUE 0.01620015
           05 W-stored-blk-cnt                   PIC S9(8) COMP VALUE 0.01630015
           05 W-seal-modname                     PIC X(08).             01630215
           05 W-base-vers                        PIC 9(02).             01630415
           05 W-canon-vers                       PIC 9(02).             01630615
           05 W-seg-no-in                        PIC 9(02).             01630815
           05 W-seg-base-in                      PIC 9(02).             01631015
           05 W-row                              PIC S9(4) COMP.        01631215
           05 W-dest-row                         PIC S9(4) COMP.        01631415
           05 W-rows                             PIC S9(4) COMP.        01631615
           05 W-segs                             PIC S9(4) COMP.        01631815
           05 W-segment-signature                PIC X(08)              01632015
                 VALUE '#ISPTSEG'.                                      01632215
           05 W-base-sw                          PIC X(01).             01632415
              88 BASE-FOUND                         VALUE 'Y'.          01632615
              88 BASE-MISSING                       VALUE 'N'.          01632815
           05 W-current-date-area.                                      01633015
              10 W-cd-date                       PIC X(08).             01633215
              10 W-cd-time                       PIC X(06).             01633415
              10 FILLER                          PIC X(07).             01633615
           05 WS-SYSIN-STATUS                    PIC X(02).             01640015
           05 WS-TRANSPT-STATUS                  PIC X(02).             01650015
           05 WS-IMPRPT-STATUS                   PIC X(02).             01660015
                                                                        01670015
        01 w-buffer.                                                    01670215
           02 ws-buffer       pic x(512) occurs 192.                    01670415
        01 W-HASH-CONTROL.                                              01680015
           05 HASH-FUNCTION                      PIC X(01).             01690015
           05 HASH-LEN                           PIC S9(8) COMP.        01700015
           05 HASH-S1                            PIC S9(8) COMP.        01710015
           05 HASH-S2                            PIC S9(8) COMP.        01720015
           05 HASH-VALUE                         PIC 9(10).             01730015
           05 HASH-HEX                           PIC X(08).             01740015
           05 HASH-RETURN-CODE                   PIC S9(4) COMP.        01750015
                                                                        01760015
        01 REPORT-FIELDS.                                               01770015
           05 RPT-HEADING.                                              01780015
              10 FILLER          PIC X(18) VALUE 'PACKAGE FROM DICT '.  01790015
              10 RPT-H-SRC       PIC X(08).                             01800015
              10 FILLER          PIC X(10) VALUE ' EXPORTED '.          01810015
              10 RPT-H-DATE      PIC X(08).                             01820015
              10 FILLER          PIC X(01) VALUE SPACE.                 01830015
              10 RPT-H-TIME      PIC X(06).                             01840015
              10 FILLER          PIC X(11) VALUE ' INTO DICT '.         01850015
              10 RPT-H-TGT       PIC X(08).                             01860015
           05 RPT-ACTION.                                               01870015
              10 RPT-VERB        PIC X(10).                             01880015
              10 RPT-MODNAME     PIC X(08).                             01890015
              10 FILLER          PIC X(02) VALUE ' V'.                  01900015
              10 RPT-VERSION     PIC 9(02).                             01910015
              10 FILLER          PIC X(05) VALUE ' REC '.               01920015
              10 RPT-REC         PIC X(32).                             01930015
              10 FILLER          PIC X(02) VALUE ' V'.                  01940015
              10 RPT-RECVER      PIC 9(04).                             01950015
              10 FILLER          PIC X(06) VALUE ' TGT V'.              01960015
              10 RPT-TGT-RECVER  PIC 9(04).                             01970015
              10 FILLER          PIC X(06) VALUE ' HASH '.              01980015
              10 RPT-HASH        PIC X(08).                             01990015
              10 FILLER          PIC X(01) VALUE SPACE.                 02000015
              10 RPT-REMARK      PIC X(40).                             02010015
           05 RPT-REFUSED.                                              02020015
              10 FILLER          PIC X(10) VALUE 'REFUSED   '.          02030015
              10 RPT-REF-TYPE    PIC X(04).                             02040015
              10 FILLER          PIC X(01) VALUE SPACE.                 02050015
              10 RPT-REF-MODNAME PIC X(08).                             02060015
              10 FILLER          PIC X(02) VALUE ' V'.                  02070015
              10 RPT-REF-VERSION PIC 9(02).                             02080015
              10 FILLER          PIC X(01) VALUE SPACE.                 02090015
              10 RPT-REF-REMARK  PIC X(50).                             02100015
           05 RPT-DECISION       PIC X(60).                             02110015
           05 RPT-TOTALS.                                               02120015
              10 FILLER          PIC X(15) VALUE 'IMPORT TOTALS -'.     02130015
              10 FILLER          PIC X(12) VALUE ' VERIFIED = '.        02140015
              10 RPT-VERIFIED    PIC ZZZ9.                              02150015
              10 FILLER          PIC X(11) VALUE ' REFUSED = '.         02160015
              10 RPT-REFUSED-CNT PIC ZZZ9.                              02170015
              10 FILLER          PIC X(10) VALUE ' STAGED = '.          02180015
              10 RPT-STAGED      PIC ZZZ9.                              02190015
              10 FILLER          PIC X(11) VALUE ' HEADERS = '.         02200015
              10 RPT-STORED-HDR  PIC ZZZZZ9.                            02210015
              10 FILLER          PIC X(10) VALUE ' BLOCKS = '.          02220015
              10 RPT-STORED-BLK  PIC ZZZZZZZ9.                          02230015
                                                                        02240015
        01 WS-DICTPARM-FIELDS.                                          02250015
           05 WS-DICTPARM-STATUS                 PIC X(02).             02260015
                                                                        02270015
        01 COPY IDMS SUBSCHEMA-NAMES.                                   02280015
        01 IDMS-WORK-AREA.                                              02290015
           02 COPY IDMS SUBSCHEMA-CTRL.                                 02300015
           02 COPY IDMS RECORD LOADHDR-156.                             02310015
           02 COPY IDMS RECORD loadtext-157.                            02320015
           02 COPY IDMS RECORD MODSEAL-171.                             02320215
      *----------------------------------------------------------------*02330015
       PROCEDURE DIVISION.                                              02340015
      *----------------------------------------------------------------*02350015
      *                                                                *02360015
      *----------------------------------------------------------------*02370015
       0000-MAINLINE                       SECTION.                     02380015
      *----------------------------------------------------------------*02390015
       SECTION-ENTRY.                                                   02400015
           DISPLAY '*  isptb036 ENTRY               *'.                 02410015
           PERFORM 0050-READ-SYSIN.                                     02420015
           PERFORM 0100-BIND-DATABASE.                                  02430015
           OPEN OUTPUT IMPRPT.                                          02440015
           MOVE wk-dictname TO RPT-H-TGT.                               02450015
                                                                        02460015
           OPEN INPUT TRANSPT.                                          02470015
           PERFORM 0200-VERIFY-PACKAGE.                                 02480015
           CLOSE TRANSPT.                                               02490015
                                                                        02500015
           if W-REFUSED-CNT > 0                                         02510015
              move 'PACKAGE REFUSED - NOTHING STORED.' to RPT-DECISION  02520015
              write IMPRPT-LINE from RPT-DECISION                       02530015
              move 8 to RETURN-CODE                                     02540015
              go to mainline-totals                                     02550015
           end-if.                                                      02560015
           if VERIFY-ONLY                                               02570015
              move 'PACKAGE VERIFIED - VERIFY RUN, NOTHING STORED.'     02580015
                  to RPT-DECISION                                       02590015
              write IMPRPT-LINE from RPT-DECISION                       02600015
              go to mainline-totals                                     02610015
           end-if.                                                      02620015
                                                                        02630015
           move 'N' to W-eof-sw.                                        02640015
           MOVE FUNCTION CURRENT-DATE TO W-current-date-area.           02640215
           OPEN INPUT TRANSPT.                                          02650015
           PERFORM 0500-LOAD-PACKAGE.                                   02660015
           CLOSE TRANSPT.                                               02670015
           move 'PACKAGE STAGED - ACTIVATE THROUGH ISPTB024.'           02680015
               to RPT-DECISION.                                         02690015
           write IMPRPT-LINE from RPT-DECISION.                         02700015
                                                                        02710015
       mainline-totals.                                                 02720015
           MOVE W-VERIFIED-CNT   TO RPT-VERIFIED.                       02730015
           MOVE W-REFUSED-CNT    TO RPT-REFUSED-CNT.                    02740015
           MOVE W-STAGED-CNT     TO RPT-STAGED.                         02750015
           MOVE W-STORED-HDR-CNT TO RPT-STORED-HDR.                     02760015
           MOVE W-STORED-BLK-CNT TO RPT-STORED-BLK.                     02770015
           WRITE IMPRPT-LINE FROM RPT-TOTALS.                           02780015
                                                                        02790015
           PERFORM 9000-FINISH.                                         02800015
           CLOSE IMPRPT.                                                02810015
           EXIT PROGRAM.                                                02820015
           STOP RUN.                                                    02830015
       SECTION-EXIT.                                                    02840015
           EXIT.                                                        02850015
      *----------------------------------------------------------------*02860015
       0050-READ-SYSIN                     SECTION.                     02870015
      *----------------------------------------------------------------*02880015
       SECTION-ENTRY.                                                   02890015
           OPEN INPUT SYSIN.                                            02900015
           IF WS-SYSIN-STATUS = '00'                                    02910015
              READ SYSIN                                                02920015
                 AT END CONTINUE                                        02930015
                 NOT AT END                                             02940015
                    IF SI-MODE = 'VERIFY'                               02950015
                       SET VERIFY-ONLY TO TRUE                          02960015
                    END-IF                                              02970015
              END-READ                                                  02980015
              CLOSE SYSIN                                               02990015
           END-IF.                                                      03000015
       SECTION-EXIT.                                                    03010015
           EXIT.                                                        03020015
      *----------------------------------------------------------------*03030015
      *  the dictionary name is a runtime parameter : one DICTPARM     *03040015
      *  card overrides the ISPTDICT default, so the same tooling can  *03050015
      *  be pointed at the test dictionary.                            *03060015
      *----------------------------------------------------------------*03070015
       0080-GET-DICTNAME                   SECTION.                     03080015
      *----------------------------------------------------------------*03090015
       SECTION-ENTRY.                                                   03100015
           move 'ISPTDICT' to wk-dictname.                              03110015
           OPEN INPUT DICTPARM.                                         03120015
           IF WS-DICTPARM-STATUS = '00'                                 03130015
              READ DICTPARM                                             03140015
                 AT END CONTINUE                                        03150015
                 NOT AT END                                             03160015
                    IF DP-DICTNAME NOT = SPACES                         03170015
                       MOVE DP-DICTNAME TO wk-dictname                  03180015
                    END-IF                                              03190015
              END-READ                                                  03200015
              CLOSE DICTPARM                                            03210015
           END-IF.                                                      03220015
       SECTION-EXIT.                                                    03230015
           EXIT.                                                        03240015
      *----------------------------------------------------------------*03250015
       0100-BIND-DATABASE                  SECTION.                     03260015
      *----------------------------------------------------------------*03270015
       SECTION-ENTRY.                                                   03280015
           perform 0080-GET-DICTNAME.                                   03290015
                                                                        03300015
           exec sql                                                     03310015
               select segment                                           03320015
                 into :wk-dbname                                        03330015
               from system.schema                                       03340015
               where name = :wk-dictname                                03350015
           end-exec.                                                    03360015
                                                                        03370015
           if sqlcode not = 0                                           03380015
              display ' isptb036 Error getting DB-NAME, sqlcode='       03390015
                 sqlcode ' state: ' sqlstate                            03400015
              go to section-exit                                        03410015
           end-if.                                                      03420015
                                                                        03430015
           MOVE 'ISPTB036' TO PROGRAM-NAME.                             03440015
           BIND RUN-UNIT  dbname wk-dbname                              03450015
           IF ANY-ERROR-STATUS                                          03460015
              PERFORM 9999-DB-ERROR                                     03470015
           END-IF                                                       03480015
           BIND LOADHDR-156                                             03490015
           BIND loadtext-157                                            03500015
           BIND MODSEAL-171                                             03500215
           IF ANY-ERROR-STATUS                                          03510015
              PERFORM 9999-DB-ERROR                                     03520015
           END-IF.                                                      03530015
           ready  ddldclod usage-mode update.                           03540015
       SECTION-EXIT.                                                    03550015
           EXIT.                                                        03560015
      *----------------------------------------------------------------*03570015
      *  pass 1.  a body opens at its first HDR (modname + base vers,  *03580015
      *  a continuation vers 6/7/8 belonging to base 1/2/3) and        *03590015
      *  closes at its MAN row; TXT blocks are hashed in between.      *03600015
      *----------------------------------------------------------------*03610015
       0200-VERIFY-PACKAGE                 SECTION.                     03620015
      *----------------------------------------------------------------*03630015
       SECTION-ENTRY.                                                   03640015
           set NO-BODY-OPEN to true.                                    03650015
           READ TRANSPT                                                 03660015
               AT END SET TRANSPT-EOF TO TRUE.                          03670015
           if TRANSPT-EOF or TP-TYPE not = 'PKG '                       03680015
              move 'NOT A TRANSPORT PACKAGE - NO PKG RECORD.'           03690015
                  to RPT-REF-REMARK                                     03700015
              perform 0290-REFUSE                                       03710015
              go to section-exit                                        03720015
           end-if.                                                      03730015
           add 1 to W-REC-CNT.                                          03740015
           move PK-SRC-DICT to RPT-H-SRC.                               03750015
           move PK-DATE     to RPT-H-DATE.                              03760015
           move PK-TIME     to RPT-H-TIME.                              03770015
           write IMPRPT-LINE from RPT-HEADING.                          03780015
                                                                        03790015
       verify-loop.                                                     03800015
           READ TRANSPT                                                 03810015
               AT END SET TRANSPT-EOF TO TRUE.                          03820015
           if TRANSPT-EOF                                               03830015
              go to verify-eof                                          03840015
           end-if.                                                      03850015
           if END-SEEN                                                  03860015
              move 'RECORDS FOLLOW THE END RECORD.' to RPT-REF-REMARK   03870015
              perform 0290-REFUSE                                       03880015
              go to section-exit                                        03890015
           end-if.                                                      03900015
           evaluate TP-TYPE                                             03910015
              when 'HDR '                                               03920015
                 perform 0210-VERIFY-HDR                                03930015
              when 'TXT '                                               03940015
                 perform 0220-VERIFY-TXT                                03950015
              when 'MAN '                                               03960015
                 perform 0230-VERIFY-MAN                                03970015
              when 'END '                                               03980015
                 perform 0240-VERIFY-END                                03990015
              when other                                                04000015
                 move 'UNKNOWN RECORD TYPE.' to RPT-REF-REMARK          04010015
                 perform 0290-REFUSE                                    04020015
           end-evaluate.                                                04030015
           if TP-TYPE not = 'END '                                      04040015
              add 1 to W-REC-CNT                                        04050015
           end-if.                                                      04060015
           go to verify-loop.                                           04070015
                                                                        04080015
       verify-eof.                                                      04090015
           if BODY-OPEN                                                 04100015
              move W-cur-modname to TP-MODNAME                          04110015
              move W-cur-base    to TP-VERSION                          04120015
              move 'BODY HAS NO MANIFEST ROW.' to RPT-REF-REMARK        04130015
              perform 0290-REFUSE                                       04140015
           end-if.                                                      04150015
           if not END-SEEN                                              04160015
              move 'NO END RECORD - PACKAGE TRUNCATED.'                 04170015
                  to RPT-REF-REMARK                                     04180015
              perform 0290-REFUSE                                       04190015
           end-if.                                                      04200015
       SECTION-EXIT.                                                    04210015
           EXIT.                                                        04220015
      *----------------------------------------------------------------*04230015
       0210-VERIFY-HDR                     SECTION.                     04240015
      *----------------------------------------------------------------*04250015
       SECTION-ENTRY.                                                   04260015
           if TP-VERSION > 5                                            04270015
              compute W-rec-base = TP-VERSION - 5                       04280015
           else                                                         04290015
              move TP-VERSION to W-rec-base                             04300015
           end-if.                                                      04310015
           if W-rec-base < 1 or W-rec-base > 3                          04320015
              move 'HDR VERS NOT 1-3 OR 6-8.' to RPT-REF-REMARK         04330015
              perform 0290-REFUSE                                       04340015
              go to section-exit                                        04350015
           end-if.                                                      04360015
           if BODY-OPEN                                                 04370015
              if TP-MODNAME = W-cur-modname                             04380015
               and W-rec-base = W-cur-base                              04390015
                 add 1 to W-HDR-CNT                                     04400015
                 go to section-exit                                     04410015
              end-if                                                    04420015
              move 'PREVIOUS BODY HAS NO MANIFEST ROW.'                 04430015
                  to RPT-REF-REMARK                                     04440015
              perform 0290-REFUSE                                       04450015
           end-if.                                                      04460015
           set BODY-OPEN to true.                                       04470015
           move TP-MODNAME to W-cur-modname.                            04480015
           move W-rec-base to W-cur-base.                               04490015
           move 1 to W-HDR-CNT.                                         04500015
           move 0 to W-BLK-CNT.                                         04510015
           move 'I' to HASH-FUNCTION.                                   04520015
           move 0   to HASH-LEN.                                        04530015
           call 'isptc009' using W-HASH-CONTROL                         04540015
                                  TP-DATA.                              04550015
       SECTION-EXIT.                                                    04560015
           EXIT.                                                        04570015
      *----------------------------------------------------------------*04580015
       0220-VERIFY-TXT                     SECTION.                     04590015
      *----------------------------------------------------------------*04600015
       SECTION-ENTRY.                                                   04610015
           if NO-BODY-OPEN or TP-MODNAME not = W-cur-modname            04620015
              move 'TXT BLOCK OUTSIDE ITS HEADER.' to RPT-REF-REMARK    04630015
              perform 0290-REFUSE                                       04640015
              go to section-exit                                        04650015
           end-if.                                                      04660015
           add 1 to W-BLK-CNT.                                          04670015
           move 'A' to HASH-FUNCTION.                                   04680015
           move 512 to HASH-LEN.                                        04690015
           call 'isptc009' using W-HASH-CONTROL                         04700015
                                  TP-DATA.                              04710015
       SECTION-EXIT.                                                    04720015
           EXIT.                                                        04730015
      *----------------------------------------------------------------*04740015
      *  the body's manifest row : its own hash and counts, then the   *04750015
      *  source REC/RECVER against this dictionary's RECORD_INFO.      *04760015
      *----------------------------------------------------------------*04770015
       0230-VERIFY-MAN                     SECTION.                     04780015
      *----------------------------------------------------------------*04790015
       SECTION-ENTRY.                                                   04800015
           add 1 to W-MAN-CNT.                                          04810015
           move TP-MODNAME    to RPT-MODNAME.                           04820015
           move TP-VERSION    to RPT-VERSION.                           04830015
           move MF-REC        to RPT-REC.                               04840015
           move MF-RECVER     to RPT-RECVER.                            04850015
           move 0             to RPT-TGT-RECVER.                        04860015
           move MF-HASH-HEX   to RPT-HASH.                              04870015
           move 'REFUSED   '  to RPT-VERB.                              04880015
           if NO-BODY-OPEN                                              04890015
            or TP-MODNAME not = W-cur-modname                           04900015
            or TP-VERSION not = W-cur-base                              04910015
              add 1 to W-REFUSED-CNT                                    04920015
              move 'MANIFEST ROW WITHOUT ITS BODY.' to RPT-REMARK       04930015
              write IMPRPT-LINE from RPT-ACTION                         04940015
              go to section-exit                                        04950015
           end-if.                                                      04960015
           set NO-BODY-OPEN to true.                                    04970015
           if MF-HASH-HEX not = HASH-HEX                                04980015
              add 1 to W-REFUSED-CNT                                    04990015
              move HASH-HEX to RPT-REMARK(1:8)                          05000015
              move ' COMPUTED - HASH MISMATCH.' to RPT-REMARK(9:)       05010015
              write IMPRPT-LINE from RPT-ACTION                         05020015
              go to section-exit                                        05030015
           end-if.                                                      05040015
           if MF-HDR-CNT not = W-HDR-CNT                                05050015
            or MF-BLK-CNT not = W-BLK-CNT                               05060015
              add 1 to W-REFUSED-CNT                                    05070015
              move 'HEADER OR BLOCK COUNT MISMATCH.' to RPT-REMARK      05080015
              write IMPRPT-LINE from RPT-ACTION                         05090015
              go to section-exit                                        05100015
           end-if.                                                      05110015
                                                                        05120015
           move MF-REC to ws-rec-name.                                  05130015
           move 0 to ws-row-cnt.                                        05140015
           exec sql                                                     05150015
               select count(*), max(recver)                             05160015
                 into :ws-row-cnt,                                      05170015
                      :ws-max-recver :ws-max-recver-i                   05180015
               from ispt.record_info                                    05190015
               where rec = :ws-rec-name                                 05200015
           end-exec.                                                    05210015
           if ws-max-recver-i = -1                                      05220015
              move 0 to ws-max-recver                                   05230015
           end-if.                                                      05240015
           if sqlcode not = 0 or ws-row-cnt = 0                         05250015
              add 1 to W-REFUSED-CNT                                    05260015
              move 'SOURCE REC NOT IN TARGET RECORD_INFO.'              05270015
                  to RPT-REMARK                                         05280015
              write IMPRPT-LINE from RPT-ACTION                         05290015
              go to section-exit                                        05300015
           end-if.                                                      05310015
           move ws-max-recver to RPT-TGT-RECVER.                        05320015
           if ws-max-recver not = MF-RECVER                             05330015
              add 1 to W-REFUSED-CNT                                    05340015
              move 'TARGET RECORD_INFO AT A DIFFERENT RECVER.'          05350015
                  to RPT-REMARK                                         05360015
              write IMPRPT-LINE from RPT-ACTION                         05370015
              go to section-exit                                        05380015
           end-if.                                                      05390015
                                                                        05400015
           add 1 to W-VERIFIED-CNT.                                     05410015
           move 'VERIFIED  ' to RPT-VERB.                               05420015
           move MF-GEN       to RPT-REMARK.                             05430015
           write IMPRPT-LINE from RPT-ACTION.                           05440015
       SECTION-EXIT.                                                    05450015
           EXIT.                                                        05460015
      *----------------------------------------------------------------*05470015
      *  the trailer's counts exclude itself.                          *05480015
      *----------------------------------------------------------------*05490015
       0240-VERIFY-END                     SECTION.                     05500015
      *----------------------------------------------------------------*05510015
       SECTION-ENTRY.                                                   05520015
           set END-SEEN to true.                                        05530015
           if ED-MOD-CNT not = W-MAN-CNT                                05540015
            or ED-REC-CNT not = W-REC-CNT                               05550015
              move 'END RECORD COUNTS DO NOT MATCH THE FILE.'           05560015
                  to RPT-REF-REMARK                                     05570015
              perform 0290-REFUSE                                       05580015
           end-if.                                                      05590015
       SECTION-EXIT.                                                    05600015
           EXIT.                                                        05610015
      *----------------------------------------------------------------*05620015
      *  a structural refusal - the remark is set by the caller.       *05630015
      *----------------------------------------------------------------*05640015
       0290-REFUSE                         SECTION.                     05650015
      *----------------------------------------------------------------*05660015
       SECTION-ENTRY.                                                   05670015
           add 1 to W-REFUSED-CNT.                                      05680015
           move TP-TYPE    to RPT-REF-TYPE.                             05690015
           move TP-MODNAME to RPT-REF-MODNAME.                          05700015
           if TP-VERSION numeric                                        05710015
              move TP-VERSION to RPT-REF-VERSION                        05720015
           else                                                         05730015
              move 0 to RPT-REF-VERSION                                 05740015
           end-if.                                                      05750015
           write IMPRPT-LINE from RPT-REFUSED.                          05760015
       SECTION-EXIT.                                                    05770015
           EXIT.                                                        05780015
      *----------------------------------------------------------------*05790015
      *  pass 2.  the first HDR of each module clears its staged       *05800015
      *  generation; every chain then lands at vers + 10.              *05810015
      *----------------------------------------------------------------*05820015
       0500-LOAD-PACKAGE                   SECTION.                     05830015
      *----------------------------------------------------------------*05840015
       SECTION-ENTRY.                                                   05850015
           move spaces to W-erased-modname.                             05860015
       load-loop.                                                       05870015
           READ TRANSPT                                                 05880015
               AT END SET TRANSPT-EOF TO TRUE.                          05890015
           if TRANSPT-EOF                                               05900015
              go to section-exit                                        05910015
           end-if.                                                      05920015
           if TP-TYPE = 'HDR '                                          05930015
              if TP-MODNAME not = W-erased-modname                      05940015
                 perform 0600-ERASE-STAGED                              05950015
                 perform 0650-ERASE-STAGED-SEALS                        05950215
                 move TP-MODNAME to W-erased-modname                    05960015
              end-if                                                    05970015
              move TP-MODNAME to loadhdr-modname-156                    05980015
              compute loadhdr-vers-156 = TP-VERSION + 10                05990015
              store loadhdr-156                                         06000015
              perform idms-status                                       06010015
              add 1 to W-STORED-HDR-CNT                                 06020015
              go to load-loop                                           06030015
           end-if.                                                      06040015
           if TP-TYPE = 'TXT '                                          06050015
              move TP-DATA to loadtext-157                              06060015
              store loadtext-157                                        06070015
              perform idms-status                                       06080015
              add 1 to W-STORED-BLK-CNT                                 06090015
              go to load-loop                                           06100015
           end-if.                                                      06110015
           if TP-TYPE = 'MAN '                                          06120015
              add 1 to W-STAGED-CNT                                     06130015
              move 'STAGED    ' to RPT-VERB                             06140015
              move TP-MODNAME   to RPT-MODNAME                          06150015
              compute RPT-VERSION = TP-VERSION + 10                     06160015
              move MF-REC       to RPT-REC                              06170015
              move MF-RECVER    to RPT-RECVER                           06180015
              move MF-RECVER    to RPT-TGT-RECVER                       06190015
              move MF-HASH-HEX  to RPT-HASH                             06200015
              perform 0700-SEAL-STAGED                                  06200215
              if BASE-FOUND                                             06210015
                 move 'STORED AS THE STAGED GENERATION, SEALED.'        06210215
                     to RPT-REMARK                                      06210415
              else                                                      06210615
                 move 'STORED AS THE STAGED GENERATION.' to RPT-REMARK  06210815
              end-if                                                    06211015
              write IMPRPT-LINE from RPT-ACTION                         06220015
           end-if.                                                      06230015
           go to load-loop.                                             06240015
       SECTION-EXIT.                                                    06250015
           EXIT.                                                        06260015
      *----------------------------------------------------------------*06270015
      *  erase the module's staged headers (vers 11-18).  the erase    *06280015
      *  breaks calc-chain currency, so the chain is re-entered from   *06290015
      *  the top - isptb009's 1100-ERASE-OLD-MODULES.                  *06300015
      *----------------------------------------------------------------*06310015
       0600-ERASE-STAGED                   SECTION.                     06320015
      *----------------------------------------------------------------*06330015
       SECTION-ENTRY.                                                   06340015
       erase-restart.                                                   06350015
           move TP-MODNAME to loadhdr-modname-156.                      06360015
           obtain calc  loadhdr-156.                                    06370015
       erase-scan-loop.                                                 06380015
           IF DB-REC-NOT-FOUND                                          06390015
             GO TO SECTION-EXIT                                         06400015
           END-IF.                                                      06410015
           perform idms-status.                                         06420015
           if loadhdr-vers-156 < 11 or loadhdr-vers-156 > 18            06430015
              obtain duplicate loadhdr-156                              06440015
              go to erase-scan-loop                                     06450015
           end-if.                                                      06460015
           erase loadhdr-156 all.                                       06470015
           perform idms-status.                                         06480015
           go to erase-restart.                                         06490015
       SECTION-EXIT.                                                    06500015
           EXIT.                                                        06510015
      *----------------------------------------------------------------*06520015
      *  the module's staged seals (vers 11-13) go with the staged     *06520115
      *  headers 0600 erased - the same restart.                       *06520215
      *----------------------------------------------------------------*06520315
       0650-ERASE-STAGED-SEALS             SECTION.                     06520415
      *----------------------------------------------------------------*06520515
       SECTION-ENTRY.                                                   06520615
       seal-erase-restart.                                              06520715
           move TP-MODNAME to MODSEAL-MODNAME-171.                      06520815
           obtain calc  MODSEAL-171.                                    06520915
       seal-erase-loop.                                                 06521015
           IF DB-REC-NOT-FOUND                                          06521115
             GO TO SECTION-EXIT                                         06521215
           END-IF.                                                      06521315
           perform idms-status.                                         06521415
           if MODSEAL-VERS-171 < 11 or MODSEAL-VERS-171 > 13            06521515
              obtain duplicate MODSEAL-171                              06521615
              go to seal-erase-loop                                     06521715
           end-if.                                                      06521815
           erase MODSEAL-171.                                           06521915
           perform idms-status.                                         06522015
           go to seal-erase-restart.                                    06522115
       SECTION-EXIT.                                                    06522215
           EXIT.                                                        06522315
      *----------------------------------------------------------------*06522415
      *  the MAN row closes a body : reassemble the staged generation  *06522515
      *  just stored the isptc002 way (base rows 1-64, continuation    *06522615
      *  rows at 64 + (seg - 2) * 63), hash its rows in order and      *06522715
      *  seal it as isptb009 seals a compile.                          *06522815
      *----------------------------------------------------------------*06522915
       0700-SEAL-STAGED                    SECTION.                     06523015
      *----------------------------------------------------------------*06523115
       SECTION-ENTRY.                                                   06523215
           set BASE-MISSING to true.                                    06523315
           move spaces to w-buffer.                                     06523415
           move 0 to W-rows.                                            06523515
           move 1 to W-segs.                                            06523615
           move TP-MODNAME to W-seal-modname.                           06523715
           move TP-VERSION to W-canon-vers.                             06523815
           compute W-base-vers = TP-VERSION + 10.                       06523915
           move W-seal-modname to loadhdr-modname-156.                  06524015
           obtain calc  loadhdr-156.                                    06524115
       reassemble-loop.                                                 06524215
           if db-rec-not-found                                          06524315
              go to seal-body                                           06524415
           end-if.                                                      06524515
           perform idms-status.                                         06524615
           if loadhdr-vers-156 = W-base-vers                            06524715
              set BASE-FOUND to true                                    06524815
              perform 0720-LOAD-BASE                                    06524915
           end-if.                                                      06525015
           if loadhdr-vers-156 = W-base-vers + 5                        06525115
              perform 0730-LOAD-SEGMENT                                 06525215
           end-if.                                                      06525315
           obtain duplicate loadhdr-156.                                06525415
           go to reassemble-loop.                                       06525515
       seal-body.                                                       06525615
           if BASE-MISSING                                              06525715
              go to section-exit                                        06525815
           end-if.                                                      06525915
           perform 0740-HASH-BODY.                                      06526015
           move W-seal-modname   to MODSEAL-MODNAME-171.                06526115
           move W-base-vers      to MODSEAL-VERS-171.                   06526215
           move HASH-HEX         to MODSEAL-HASH-171.                   06526315
           move W-segs           to MODSEAL-SEGS-171.                   06526415
           move W-rows           to MODSEAL-ROWS-171.                   06526515
           move W-current-date-area(1:14) to MODSEAL-STAMP-171.         06526615
           move 'ISPTB036'       to MODSEAL-PROGRAM-171.                06526715
           store MODSEAL-171.                                           06526815
           perform idms-status.                                         06526915
       SECTION-EXIT.                                                    06527015
           EXIT.                                                        06527115
      *----------------------------------------------------------------*06527215
       0720-LOAD-BASE                      SECTION.                     06527315
      *----------------------------------------------------------------*06527415
       SECTION-ENTRY.                                                   06527515
           move 0 to W-row.                                             06527615
           obtain first loadtext-157 within loadhdr-loadtext.           06527715
       base-text-loop.                                                  06527815
           if db-end-of-set                                             06527915
              go to section-exit                                        06528015
           end-if.                                                      06528115
           perform idms-status.                                         06528215
           add 1 to W-row.                                              06528315
           if W-row > 64                                                06528415
              go to section-exit                                        06528515
           end-if.                                                      06528615
           move loadtext-157 to ws-buffer(W-row).                       06528715
           if W-row > W-rows                                            06528815
              move W-row to W-rows                                      06528915
           end-if.                                                      06529015
           obtain next loadtext-157 within loadhdr-loadtext.            06529115
           go to base-text-loop.                                        06529215
       SECTION-EXIT.                                                    06529315
           EXIT.                                                        06529415
      *----------------------------------------------------------------*06529515
       0730-LOAD-SEGMENT                   SECTION.                     06529615
      *----------------------------------------------------------------*06529715
       SECTION-ENTRY.                                                   06529815
           obtain first loadtext-157 within loadhdr-loadtext.           06529915
           if db-end-of-set                                             06530015
              go to section-exit                                        06530115
           end-if.                                                      06530215
           if loadtext-157(1:8) not = W-segment-signature               06530315
              go to section-exit                                        06530415
           end-if.                                                      06530515
           move loadtext-157(9:2)  to W-seg-no-in.                      06530615
           move loadtext-157(11:2) to W-seg-base-in.                    06530715
           if W-seg-base-in not = W-canon-vers or W-seg-no-in < 2       06530815
              go to section-exit                                        06530915
           end-if.                                                      06531015
           add 1 to W-segs.                                             06531115
           compute W-dest-row = 64 + ( ( W-seg-no-in - 2 ) * 63 ).      06531215
       seg-text-loop.                                                   06531315
           obtain next loadtext-157 within loadhdr-loadtext.            06531415
           if db-end-of-set                                             06531515
              go to section-exit                                        06531615
           end-if.                                                      06531715
           perform idms-status.                                         06531815
           add 1 to W-dest-row.                                         06531915
           if W-dest-row > 192                                          06532015
              go to section-exit                                        06532115
           end-if.                                                      06532215
           move loadtext-157 to ws-buffer(W-dest-row).                  06532315
           if W-dest-row > W-rows                                       06532415
              move W-dest-row to W-rows                                 06532515
           end-if.                                                      06532615
           go to seg-text-loop.                                         06532715
       SECTION-EXIT.                                                    06532815
           EXIT.                                                        06532915
      *----------------------------------------------------------------*06533015
       0740-HASH-BODY                      SECTION.                     06533115
      *----------------------------------------------------------------*06533215
       SECTION-ENTRY.                                                   06533315
           move 'I' to HASH-FUNCTION.                                   06533415
           move 0   to HASH-LEN.                                        06533515
           call 'isptc009' using W-HASH-CONTROL                         06533615
                                 ws-buffer(1).                          06533715
           move 0 to W-row.                                             06533815
       hash-loop.                                                       06533915
           add 1 to W-row.                                              06534015
           if W-row > W-rows                                            06534115
              go to section-exit                                        06534215
           end-if.                                                      06534315
           move 'A' to HASH-FUNCTION.                                   06534415
           move 512 to HASH-LEN.                                        06534515
           call 'isptc009' using W-HASH-CONTROL                         06534615
                                 ws-buffer(W-row).                      06534715
           go to hash-loop.                                             06534815
       SECTION-EXIT.                                                    06534915
           EXIT.                                                        06535015
      *----------------------------------------------------------------*06535115
       9000-FINISH                         SECTION.                     06535215
      *----------------------------------------------------------------*06540015
       SECTION-ENTRY.                                                   06550015
           finish.                                                      06560015
       SECTION-EXIT.                                                    06570015
           EXIT.                                                        06580015
      *----------------------------------------------------------------*06590015
       copy idms idms-status.                                           06600015
      *----------------------------------------------------------------*06610015
       9999-DB-ERROR                       SECTION.                     06620015
      *----------------------------------------------------------------*06630015
       SECTION-ENTRY.                                                   06640015
           DISPLAY '       9999-DB-ERROR'.                              06650015
           EXIT PROGRAM.                                                06660015
           STOP RUN.                                                    06670015
       SECTION-EXIT.                                                    06680015
           EXIT.                                                        06690015
