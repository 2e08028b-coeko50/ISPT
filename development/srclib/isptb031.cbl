      *COBOL PGM SOURCE FOR isptb031                                    00010015
       IDENTIFICATION DIVISION.                                         00020015
       PROGRAM-ID.                     isptb031.                        00030015
       AUTHOR.                         Kosie.                           00040015
       DATE-WRITTEN.                   26/10/15.                        00050015
      *----------------------------------------------------------------*00060015
      *                                                                *00070015
      *                                                                *00080015
      * Bulk NDJSON publisher : a file of record instances out as      *00090015
      * newline-delimited JSON through isptc004.                       *00100015
      *                                                                *00110015
      * Downstream consumers want whole files, not one isptc004 call   *00120015
      * per online request.  This job loads the jsonmap named on       *00130015
      * SYSIN through isptc002 (batch calling) under the caller id on  *00140015
      * SYSIN, so the ELEAUTH-170 clearances of THAT caller decide     *00150015
      * which sensitive elements publish in clear and which mask -     *00160015
      * exactly what the caller would see online.  It then reads the   *00170015
      * record instances in the isptb025 DATAF layout and serializes   *00180015
      * every one :                                                    *00190015
      *                                                                *00200015
      *   NDJSON    one JSON document per record, preceded by a        *00210015
      *             HEADER control document and closed by a TRAILER    *00220015
      *             control document carrying the record, published,   *00230015
      *             rejected and byte counts plus a hash total over    *00240015
      *             the published documents (isptc009), so the         *00250015
      *             consumer can balance the file before loading it    *00260015
      *   REJECTF   every record isptc004 returned SER-RETURN-CODE 4   *00270015
      *             or over for : a REC record (the raw instance       *00280015
      *             verbatim), an RC record (return code and the       *00290015
      *             element in hand) and one ERR record per            *00300015
      *             SER-ERROR-ENTRY, all carrying the record number -  *00310015
      *             the isptb026 quarantine shape                      *00320015
      *   PUBRPT    the control totals                                 *00330015
      *                                                                *00340015
      * Restart checkpointing in the isptb014 CHKPT pattern, counting  *00350015
      * records as isptb025 does : every 1000 records (and at end of   *00360015
      * file) CHKPT is rewritten with the records done, the running    *00370015
      * totals, the hash sums and the NDJSON lines written.  A         *00380015
      * published file must balance to its trailer, so on restart the  *00390015
      * prior generation (NDJPREV) is copied forward into the new one  *00400015
      * up to the checkpointed line count - the lines the failed run   *00410015
      * wrote after its last checkpoint are dropped and regenerated.   *00420015
      * CHKPT is kept MOD, so each checkpoint is appended and a        *00430015
      * restart resumes from the last record on it.  A run that        *00430115
      * writes its trailer appends a zero record, so the next run      *00430215
      * starts a fresh file.                                           *00430315
      * REJECTF is a new generation every run; on restart the prior    *00430415
      * generation (REJPREV) is copied forward up to the checkpointed  *00430515
      * record, so the failed run's later rejects are not doubled.     *00430615
      *                                                                *00450015
      * -------------------------------------------------------------  *00460015
      *                                                                *00470015
      * SYSIN control card, one card :                                 *00480015
      *   01-08   jsonmap module name                                  *00490015
      *   10-17   caller id whose clearances apply (blank = the job    *00500015
      *           user, the isptc002 default)                          *00510015
      *                                                                *00520015
      * DATAF   : the record instances, in the layout the jsonmap      *00530015
      *           describes.                                           *00540015
      * NDJPREV : DUMMY on a fresh run; on restart the NDJSON          *00550015
      *           generation the failed run wrote.                     *00560015
      * REJPREV : likewise, the reject generation the failed run       *00560215
      *           wrote.                                               *00560415
      *                                                                *00570015
      * Control documents :                                            *00580015
      *   {"control":"HEADER","jsonmap":"..","caller":"..",            *00590015
      *    "runDate":"yyyymmdd","runTime":"hhmmss"}                    *00600015
      *   {"control":"TRAILER","jsonmap":"..","records":n,             *00610015
      *    "published":n,"rejected":n,"bytes":n,"hashTotal":"8hex"}    *00620015
      *                                                                *00630015
      * Maintenance                                                    *00640015
      * 26/10/15  new program                                          *00650015
      * 26/10/15  isptc004 now takes ispt-validation-rules as          *00650215
      *           a 5th parameter (UDC_KEY 904 code translation)       *00650415
      * 26/10/15  REJECTF opens OUTPUT into a new generation and a     *00650615
      *           restart copies REJPREV forward to the checkpoint,    *00650815
      *           the NDJPREV way - no more DISP=MOD re-appends.       *00651015
      * 26/10/15  W-SERIALIZE-CONTROL declares isptc004's fixed token  *00651215
      *           and format blocks and is initialized every call.     *00651415
      * 26/10/15  CHKPT is read to end of file and the last record     *00651615
      *           kept - under MOD every checkpoint, and the zero a    *00651815
      *           completed run writes, is appended, not rewritten.    *00652015
      *                                                                *00660015
      *----------------------------------------------------------------*00670015
       ENVIRONMENT DIVISION.                                            00680015
      *                                                                 00690015
       CONFIGURATION SECTION.                                           00700015
      *SOURCE-COMPUTER.                IBM WITH DEBUGGING MODE.         00710015
      *                                                                 00720015
       IDMS-CONTROL SECTION.                                            00730015
       PROTOCOL.  MODE IS BATCH            DEBUG                        00740015
                  IDMS-RECORDS MANUAL.                                  00750015
      *----------------------------------------------------------------*00760015
      *                                                                *00770015
      *----------------------------------------------------------------*00780015
       INPUT-OUTPUT SECTION.                                            00790015
       FILE-CONTROL.                                                    00800015
           SELECT SYSIN       ASSIGN TO SYSIN                           00810015
               FILE STATUS IS WS-SYSIN-STATUS.                          00820015
           SELECT DATAF       ASSIGN TO DATAF                           00830015
               FILE STATUS IS WS-DATAF-STATUS.                          00840015
           SELECT CHKPT       ASSIGN TO CHKPT                           00850015
               FILE STATUS IS WS-CHKPT-STATUS.                          00860015
           SELECT NDJPREV     ASSIGN TO NDJPREV                         00870015
               FILE STATUS IS WS-NDJPREV-STATUS.                        00880015
           SELECT NDJSON      ASSIGN TO NDJSON                          00890015
               FILE STATUS IS WS-NDJSON-STATUS.                         00900015
           SELECT REJPREV     ASSIGN TO REJPREV                         00900215
               FILE STATUS IS WS-REJPREV-STATUS.                        00900415
           SELECT REJECTF     ASSIGN TO REJECTF                         00910015
               FILE STATUS IS WS-REJECTF-STATUS.                        00920015
           SELECT PUBRPT      ASSIGN TO PUBRPT                          00930015
               FILE STATUS IS WS-PUBRPT-STATUS.                         00940015
      *----------------------------------------------------------------*00950015
      *                                                                *00960015
      *----------------------------------------------------------------*00970015
       DATA DIVISION.                                                   00980015
      *                                                                 00990015
       FILE SECTION.                                                    01000015
       FD  SYSIN                                                        01010015
           RECORDING MODE IS F.                                         01020015
       01  SYSIN-CARD.                                                  01030015
           05 SI-MODNAME                      PIC X(08).                01040015
           05 FILLER                          PIC X(01).                01050015
           05 SI-CALLER-ID                    PIC X(08).                01060015
           05 FILLER                          PIC X(63).                01070015
       FD  DATAF                                                        01080015
           RECORD IS VARYING IN SIZE FROM 1 TO 32000                    01090015
               DEPENDING ON W-DATA-LEN.                                 01100015
       01  DATAF-RECORD                       PIC X(32000).             01110015
       FD  CHKPT                                                        01120015
           RECORDING MODE IS F.                                         01130015
       01  CHKPT-RECORD.                                                01140015
           05 CKPT-REC-CNT                    PIC 9(09).                01150015
           05 CKPT-PUB-CNT                    PIC 9(09).                01160015
           05 CKPT-REJ-CNT                    PIC 9(09).                01170015
           05 CKPT-BYTE-CNT                   PIC 9(15).                01180015
           05 CKPT-HASH-S1                    PIC 9(05).                01190015
           05 CKPT-HASH-S2                    PIC 9(05).                01200015
           05 CKPT-LINE-CNT                   PIC 9(09).                01210015
       FD  NDJPREV                                                      01220015
           RECORD IS VARYING IN SIZE FROM 1 TO 24000                    01230015
               DEPENDING ON W-PREV-LEN.                                 01240015
       01  NDJPREV-RECORD                     PIC X(24000).             01250015
       FD  NDJSON                                                       01260015
           RECORD IS VARYING IN SIZE FROM 1 TO 24000                    01270015
               DEPENDING ON W-OUT-LEN.                                  01280015
       01  NDJSON-RECORD                      PIC X(24000).             01290015
       FD  REJPREV                                                      01290215
           RECORD IS VARYING IN SIZE FROM 14 TO 32013                   01290415
               DEPENDING ON W-RPREV-LEN.                                01290615
       01  REJPREV-RECORD.                                              01290815
           05 RP-TYPE                         PIC X(04).                01291015
           05 RP-RECNO                        PIC 9(09).                01291215
           05 RP-DATA                         PIC X(32000).             01291415
       FD  REJECTF                                                      01300015
           RECORD IS VARYING IN SIZE FROM 14 TO 32013                   01310015
               DEPENDING ON W-REJ-LEN.                                  01320015
       01  REJECTF-RECORD.                                              01330015
           05 RJ-TYPE                         PIC X(04).                01340015
           05 RJ-RECNO                        PIC 9(09).                01350015
           05 RJ-DATA                         PIC X(32000).             01360015
       FD  PUBRPT                                                       01370015
           RECORDING MODE IS F.                                         01380015
       01  PUBRPT-LINE                        PIC X(132).               01390015
      *----------------------------------------------------------------*01400015
       WORKING-STORAGE SECTION.                                         01410015
        01 FILLER                                 PIC X(50) VALUE       01420015
            '*******  isptb031  WORKING STORAGE STARTS HERE -->'.       01430015
        01 WORK-FIELDS.                                                 01440015
           05 W-DATA-LEN                         PIC S9(8) COMP.        01450015
           05 W-PREV-LEN                         PIC S9(8) COMP.        01460015
           05 W-OUT-LEN                          PIC S9(8) COMP.        01470015
           05 W-REJ-LEN                          PIC S9(8) COMP.        01480015
           05 W-RPREV-LEN                        PIC S9(8) COMP.        01480215
           05 W-vx                               PIC S9(4) COMP.        01490015
           05 W-cx                               PIC S9(4) COMP.        01500015
           05 W-rec-cnt                          PIC 9(09) COMP-3.      01510015
           05 W-pub-cnt                          PIC 9(09) COMP-3.      01520015
           05 W-rej-cnt                          PIC 9(09) COMP-3.      01530015
           05 W-line-cnt                         PIC 9(09) COMP-3.      01540015
           05 W-copy-cnt                         PIC 9(09) COMP-3.      01550015
           05 W-byte-cnt                         PIC 9(15) COMP-3.      01560015
           05 W-skip-cnt                         PIC 9(09) COMP-3.      01570015
           05 W-since-ckpt                       PIC S9(4) COMP.        01580015
           05 W-ckpt-interval                    PIC S9(4) COMP         01590015
                                                     VALUE 1000.        01600015
           05 W-eof-sw                           PIC X(01) VALUE 'N'.   01610015
              88 DATAF-EOF                          VALUE 'Y'.          01620015
           05 W-prev-eof-sw                      PIC X(01) VALUE 'N'.   01630015
              88 NDJPREV-EOF                        VALUE 'Y'.          01640015
           05 W-rprev-eof-sw                     PIC X(01) VALUE 'N'.   01640215
              88 REJPREV-EOF                        VALUE 'Y'.          01640415
           05 W-resuming-sw                      PIC X(01) VALUE 'N'.   01650015
              88 W-RESUMING                         VALUE 'Y'.          01660015
           05 W-ckpt-eof-sw                      PIC X(01) VALUE 'N'.   01660215
              88 CHKPT-EOF                          VALUE 'Y'.          01660415
      *    the last CHKPT record read - CHKPT is kept MOD, so that     *01660615
      *    is the latest checkpoint (or a completed run's zero).       *01660815
           05 W-ckpt-last.                                              01661015
              10 W-ckpt-rec-cnt                  PIC 9(09).             01661215
              10 W-ckpt-pub-cnt                  PIC 9(09).             01661415
              10 W-ckpt-rej-cnt                  PIC 9(09).             01661615
              10 W-ckpt-byte-cnt                 PIC 9(15).             01661815
              10 W-ckpt-hash-s1                  PIC 9(05).             01662015
              10 W-ckpt-hash-s2                  PIC 9(05).             01662215
              10 W-ckpt-line-cnt                 PIC 9(09).             01662415
           05 W-current-date-area.                                      01670015
              10 W-cd-date                       PIC X(08).             01680015
              10 W-cd-time                       PIC X(06).             01690015
              10 FILLER                          PIC X(07).             01700015
           05 WS-SYSIN-STATUS                    PIC X(02).             01710015
           05 WS-DATAF-STATUS                    PIC X(02).             01720015
           05 WS-CHKPT-STATUS                    PIC X(02).             01730015
           05 WS-NDJPREV-STATUS                  PIC X(02).             01740015
           05 WS-NDJSON-STATUS                   PIC X(02).             01750015
           05 WS-REJPREV-STATUS                  PIC X(02).             01750215
           05 WS-REJECTF-STATUS                  PIC X(02).             01760015
           05 WS-PUBRPT-STATUS                   PIC X(02).             01770015
      *    a control document is built here, piece by piece.           *01780015
        01 CONTROL-DOC-FIELDS.                                          01790015
           05 W-ctl-line                         PIC X(400).            01800015
           05 W-ctl-len                          PIC S9(4) COMP.        01810015
           05 W-frag                             PIC X(80).             01820015
           05 W-frag-len                         PIC S9(4) COMP.        01830015
           05 W-name                             PIC X(08).             01840015
           05 W-num                              PIC 9(15).             01850015
           05 W-num-text REDEFINES W-num         PIC X(15).             01860015
        01 RECORD-BUFFER.                                               01870015
           05 W-RECORD-DATA                      PIC X(32000).          01880015
        01 W-JSON-AREA.                                                 01890015
           05 JSON-MAX-LEN                       PIC S9(8) COMP.        01900015
           05 JSON-LEN                           PIC S9(8) COMP.        01910015
           05 JSON-TEXT                          PIC X(24000).          01920015
        01 W-SERIALIZE-CONTROL.                                         01930015
           05 SER-RETURN-CODE                    PIC S9(4) COMP.        01940015
           05 SER-ERROR-ELE                      PIC X(32).             01950015
           05 SER-ERROR-COUNT                    PIC S9(4) COMP.        01960015
           05 SER-ERROR-ENTRY occurs 20 times.                          01970015
              10 SER-ERR-ELE                     PIC X(32).             01980015
              10 SER-ERR-CODE                    PIC X(04).             01990015
           05 SER-TOKEN-CONTROL.                                        01990215
              10 SER-TKN-SIGNATURE               PIC X(08).             01990415
              10 SER-VERSION-TOKEN               PIC X(08).             01990615
           05 SER-FORMAT-CONTROL.                                       01990815
              10 SER-FMT-SIGNATURE               PIC X(08).             01991015
        01 W-HASH-CONTROL.                                              02000015
           05 HASH-FUNCTION                      PIC X(01).             02010015
           05 HASH-LEN                           PIC S9(8) COMP.        02020015
           05 HASH-S1                            PIC S9(8) COMP.        02030015
           05 HASH-S2                            PIC S9(8) COMP.        02040015
           05 HASH-VALUE                         PIC 9(10).             02050015
           05 HASH-HEX                           PIC X(08).             02060015
           05 HASH-RETURN-CODE                   PIC S9(4) COMP.        02070015
        01 REPORT-FIELDS.                                               02080015
           05 RPT-HEADING.                                              02090015
              10 FILLER          PIC X(25)                              02100015
                                 VALUE 'NDJSON PUBLISH - JSONMAP '.     02110015
              10 RPT-H-MODNAME   PIC X(08).                             02120015
              10 FILLER          PIC X(09) VALUE ' CALLER '.            02130015
              10 RPT-H-CALLER    PIC X(08).                             02140015
              10 FILLER          PIC X(10) VALUE ' RUN DATE '.          02150015
              10 RPT-H-DATE      PIC X(08).                             02160015
           05 RPT-RESTART.                                              02170015
              10 FILLER          PIC X(24)                              02180015
                                 VALUE 'RESTARTED AFTER RECORD '.       02190015
              10 RPT-R-RECNO     PIC ZZZ,ZZZ,ZZ9.                       02200015
              10 FILLER          PIC X(23)                              02210015
                                 VALUE ' - NDJSON LINES KEPT = '.       02220015
              10 RPT-R-LINES     PIC ZZZ,ZZZ,ZZ9.                       02230015
           05 RPT-TOTALS.                                               02240015
              10 FILLER          PIC X(16) VALUE 'PUBLISH TOTALS -'.    02250015
              10 FILLER          PIC X(08) VALUE ' READ = '.            02260015
              10 RPT-READ        PIC ZZZ,ZZZ,ZZ9.                       02270015
              10 FILLER          PIC X(11) VALUE ' SKIPPED = '.         02280015
              10 RPT-SKIPPED     PIC ZZZ,ZZZ,ZZ9.                       02290015
              10 FILLER          PIC X(13) VALUE ' PUBLISHED = '.       02300015
              10 RPT-PUBLISHED   PIC ZZZ,ZZZ,ZZ9.                       02310015
              10 FILLER          PIC X(12) VALUE ' REJECTED = '.        02320015
              10 RPT-REJECTED    PIC ZZZ,ZZZ,ZZ9.                       02330015
           05 RPT-HASH-LINE.                                            02340015
              10 FILLER          PIC X(16) VALUE 'TRAILER TOTALS -'.    02350015
              10 FILLER          PIC X(09) VALUE ' BYTES = '.           02360015
              10 RPT-BYTES       PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.               02370015
              10 FILLER          PIC X(14) VALUE ' HASH TOTAL = '.      02380015
              10 RPT-HASH        PIC X(08).                             02390015
        01 CALL-FIELDS.                                                 02400015
           05 COPY IDMS record ispt-jsonschema.                         02410015
           05 COPY IDMS record ispt-endpoint-definition.                02420015
           05 COPY IDMS record ispt-validation-rules.                   02430015
           05 W-DESCRIBE-IND                     PIC X(01) VALUE ' '.   02440015
           05 W-CALL-OPTIONS.                                           02450015
              10 W-BATCH-IND                     PIC X(01) VALUE 'B'.   02460015
              10 W-DICTNAME                      PIC X(08)              02470015
                    VALUE SPACES.                                       02480015
              10 W-CALLER-ID                     PIC X(08)              02490015
                    VALUE SPACES.                                       02500015
      *----------------------------------------------------------------*02510015
       PROCEDURE DIVISION.                                              02520015
      *----------------------------------------------------------------*02530015
      *                                                                *02540015
      *----------------------------------------------------------------*02550015
       0000-MAINLINE                       SECTION.                     02560015
      *----------------------------------------------------------------*02570015
       SECTION-ENTRY.                                                   02580015
           DISPLAY '*  isptb031 ENTRY               *'.                 02590015
           PERFORM 0050-READ-SYSIN.                                     02600015
           if SI-MODNAME = spaces                                       02610015
              DISPLAY 'ISPTB031 - SYSIN MUST NAME A JSONMAP.'           02620015
              move 16 to RETURN-CODE                                    02630015
              go to mainline-end                                        02640015
           end-if.                                                      02650015
           PERFORM 0060-READ-CHECKPOINT.                                02660015
           PERFORM 0100-LOAD-MODULES.                                   02670015
           if we-return-code not = 0 and we-return-code not = 8         02680015
              DISPLAY 'ISPTB031 - ' SI-MODNAME                          02690015
                  ' DID NOT LOAD FOR ' SI-CALLER-ID                     02700015
                  ', RC ' we-return-code                                02710015
              PERFORM 0150-FINISH-ISPTC002                              02720015
              move 16 to RETURN-CODE                                    02730015
              go to mainline-end                                        02740015
           end-if.                                                      02750015
           PERFORM 0150-FINISH-ISPTC002.                                02760015
           MOVE FUNCTION CURRENT-DATE TO W-current-date-area.           02770015
           OPEN INPUT DATAF.                                            02780015
           OPEN OUTPUT NDJSON, PUBRPT.                                  02790015
           OPEN OUTPUT REJECTF.                                         02800015
           MOVE SI-MODNAME   TO RPT-H-MODNAME.                          02810015
           MOVE SI-CALLER-ID TO RPT-H-CALLER.                           02820015
           MOVE W-cd-date    TO RPT-H-DATE.                             02830015
           WRITE PUBRPT-LINE FROM RPT-HEADING.                          02840015
           MOVE 0 TO W-rec-cnt, W-since-ckpt.                           02850015
           if W-RESUMING                                                02860015
              PERFORM 0200-COPY-FORWARD                                 02870015
              PERFORM 0210-COPY-REJECTS                                 02870215
              if W-copy-cnt < W-ckpt-line-cnt                           02880015
                 DISPLAY 'ISPTB031 - NDJPREV HOLDS ' W-copy-cnt         02890015
                     ' LINES, CHECKPOINT NEEDS ' W-ckpt-line-cnt        02900015
                 move 16 to RETURN-CODE                                 02910015
                 CLOSE DATAF, NDJSON, REJECTF, PUBRPT                   02920015
                 go to mainline-end                                     02930015
              end-if                                                    02940015
           else                                                         02950015
              PERFORM 0250-START-FRESH                                  02960015
           end-if.                                                      02970015
           PERFORM 0300-PUBLISH.                                        02980015
           PERFORM 0600-WRITE-TRAILER.                                  02990015
           PERFORM 0550-CLEAR-CHECKPOINT.                               03000015
           PERFORM 0700-REPORT-TOTALS.                                  03010015
           CLOSE DATAF, NDJSON, REJECTF, PUBRPT.                        03020015
       mainline-end.                                                    03030015
           EXIT PROGRAM.                                                03040015
           STOP RUN.                                                    03050015
       SECTION-EXIT.                                                    03060015
           EXIT.                                                        03070015
      *----------------------------------------------------------------*03080015
       0050-READ-SYSIN                     SECTION.                     03090015
      *----------------------------------------------------------------*03100015
       SECTION-ENTRY.                                                   03110015
           move spaces to SYSIN-CARD.                                   03120015
           OPEN INPUT SYSIN.                                            03130015
           IF WS-SYSIN-STATUS = '00'                                    03140015
              READ SYSIN                                                03150015
                 AT END CONTINUE                                        03160015
              END-READ                                                  03170015
              CLOSE SYSIN                                               03180015
           END-IF.                                                      03190015
       SECTION-EXIT.                                                    03200015
           EXIT.                                                        03210015
      *----------------------------------------------------------------*03220015
      *  the checkpoint left by a prior, possibly abended, run - the   *03230015
      *  isptb014 pattern, counting records the way isptb025 does and  *03240015
      *  carrying the trailer totals with them.                        *03250015
      *----------------------------------------------------------------*03260015
       0060-READ-CHECKPOINT                SECTION.                     03270015
      *----------------------------------------------------------------*03280015
       SECTION-ENTRY.                                                   03290015
           move 0 to W-skip-cnt.                                        03300015
           move zeros to W-ckpt-last.                                   03310015
           OPEN INPUT CHKPT.                                            03320015
           IF WS-CHKPT-STATUS not = '00'                                03330015
              GO TO SECTION-EXIT                                        03340015
           END-IF.                                                      03350015
       chkpt-loop.                                                      03360015
           READ CHKPT INTO W-ckpt-last                                  03370015
               AT END SET CHKPT-EOF TO TRUE.                            03380015
           IF NOT CHKPT-EOF                                             03390015
              GO TO chkpt-loop                                          03400015
           END-IF.                                                      03410015
           CLOSE CHKPT.                                                 03420015
           IF W-ckpt-rec-cnt NUMERIC                                    03430015
            AND W-ckpt-rec-cnt > 0                                      03440015
            AND W-ckpt-line-cnt NUMERIC                                 03450015
              MOVE W-ckpt-rec-cnt TO W-skip-cnt                         03460015
              SET W-RESUMING      TO TRUE                               03470015
              DISPLAY 'ISPTB031 - RESTARTING AFTER RECORD '             03470215
                  W-ckpt-rec-cnt                                        03470415
           END-IF.                                                      03470615
       SECTION-EXIT.                                                    03480015
           EXIT.                                                        03490015
      *----------------------------------------------------------------*03500015
      *  one batch-mode isptc002 call loads the jsonmap under the      *03510015
      *  caller id on the card; the clearances come back already       *03520015
      *  applied to the schema copy ('C' = publish in clear).          *03530015
      *----------------------------------------------------------------*03540015
       0100-LOAD-MODULES                   SECTION.                     03550015
      *----------------------------------------------------------------*03560015
       SECTION-ENTRY.                                                   03570015
           move SI-MODNAME to we-jsonMap-name.                          03580015
           move SI-CALLER-ID to W-CALLER-ID.                            03590015
           move ' ' to W-DESCRIBE-IND.                                  03600015
           move 'B' to W-BATCH-IND.                                     03610015
           call 'isptc002' using ispt-jsonschema                        03620015
                                  ispt-endpoint-definition              03630015
                                  ispt-validation-rules                 03640015
                                  W-DESCRIBE-IND                        03650015
                                  W-CALL-OPTIONS.                       03660015
       SECTION-EXIT.                                                    03670015
           EXIT.                                                        03680015
      *----------------------------------------------------------------*03690015
       0150-FINISH-ISPTC002                SECTION.                     03700015
      *----------------------------------------------------------------*03710015
       SECTION-ENTRY.                                                   03720015
           move 'F' to W-BATCH-IND.                                     03730015
           call 'isptc002' using ispt-jsonschema                        03740015
                                  ispt-endpoint-definition              03750015
                                  ispt-validation-rules                 03760015
                                  W-DESCRIBE-IND                        03770015
                                  W-CALL-OPTIONS.                       03780015
       SECTION-EXIT.                                                    03790015
           EXIT.                                                        03800015
      *----------------------------------------------------------------*03810015
      *  restart : the failed run's lines up to its last checkpoint    *03820015
      *  carry into the new generation, header included, and the       *03830015
      *  running totals and hash sums pick up where they stood.        *03840015
      *----------------------------------------------------------------*03850015
       0200-COPY-FORWARD                   SECTION.                     03860015
      *----------------------------------------------------------------*03870015
       SECTION-ENTRY.                                                   03880015
           move 0 to W-copy-cnt.                                        03890015
           OPEN INPUT NDJPREV.                                          03900015
           if WS-NDJPREV-STATUS not = '00'                              03910015
              go to section-exit                                        03920015
           end-if.                                                      03930015
       copy-loop.                                                       03940015
           if W-copy-cnt not less than W-ckpt-line-cnt                  03950015
              go to copy-done                                           03960015
           end-if.                                                      03970015
           READ NDJPREV                                                 03980015
               AT END SET NDJPREV-EOF TO TRUE.                          03990015
           if NDJPREV-EOF                                               04000015
              go to copy-done                                           04010015
           end-if.                                                      04020015
           move W-PREV-LEN to W-OUT-LEN.                                04030015
           move NDJPREV-RECORD(1:W-PREV-LEN)                            04040015
             to NDJSON-RECORD(1:W-OUT-LEN).                             04050015
           write NDJSON-RECORD.                                         04060015
           add 1 to W-copy-cnt.                                         04070015
           go to copy-loop.                                             04080015
       copy-done.                                                       04090015
           CLOSE NDJPREV.                                               04100015
           move W-ckpt-pub-cnt  to W-pub-cnt.                           04110015
           move W-ckpt-rej-cnt  to W-rej-cnt.                           04120015
           move W-ckpt-byte-cnt to W-byte-cnt.                          04130015
           move W-ckpt-line-cnt to W-line-cnt.                          04140015
           move W-ckpt-hash-s1  to HASH-S1.                             04150015
           move W-ckpt-hash-s2  to HASH-S2.                             04160015
           move W-skip-cnt    to RPT-R-RECNO.                           04170015
           move W-copy-cnt    to RPT-R-LINES.                           04180015
           write PUBRPT-LINE from RPT-RESTART.                          04190015
       SECTION-EXIT.                                                    04200015
           EXIT.                                                        04210015
      *----------------------------------------------------------------*04210215
      *  restart : the failed run's rejects for the records its last   *04210415
      *  checkpoint covers carry into the new generation; the ones     *04210615
      *  after it are written again as the records are republished.    *04210815
      *----------------------------------------------------------------*04211015
       0210-COPY-REJECTS                   SECTION.                     04211215
      *----------------------------------------------------------------*04211415
       SECTION-ENTRY.                                                   04211615
           OPEN INPUT REJPREV.                                          04211815
           if WS-REJPREV-STATUS not = '00'                              04212015
              go to section-exit                                        04212215
           end-if.                                                      04212415
       rej-copy-loop.                                                   04212615
           READ REJPREV                                                 04212815
               AT END SET REJPREV-EOF TO TRUE.                          04213015
           if REJPREV-EOF                                               04213215
              CLOSE REJPREV                                             04213415
              go to section-exit                                        04213615
           end-if.                                                      04213815
           if RP-RECNO greater W-skip-cnt                               04214015
              go to rej-copy-loop                                       04214215
           end-if.                                                      04214415
           move W-RPREV-LEN to W-REJ-LEN.                               04214615
           move REJPREV-RECORD(1:W-RPREV-LEN)                           04214815
             to REJECTF-RECORD(1:W-REJ-LEN).                            04215015
           write REJECTF-RECORD.                                        04215215
           go to rej-copy-loop.                                         04215415
       SECTION-EXIT.                                                    04215615
           EXIT.                                                        04215815
      *----------------------------------------------------------------*04220015
      *  fresh run : zero totals, an empty hash, and the HEADER        *04230015
      *  control document as line one.                                 *04240015
      *----------------------------------------------------------------*04250015
       0250-START-FRESH                    SECTION.                     04260015
      *----------------------------------------------------------------*04270015
       SECTION-ENTRY.                                                   04280015
           move 0 to W-pub-cnt, W-rej-cnt, W-byte-cnt, W-line-cnt.      04290015
           move 'I' to HASH-FUNCTION.                                   04300015
           move 0   to HASH-LEN.                                        04310015
           call 'isptc009' using W-HASH-CONTROL                         04320015
                                  W-RECORD-DATA.                        04330015
           move spaces to W-ctl-line.                                   04340015
           move 0 to W-ctl-len.                                         04350015
           move '{"control":"HEADER","jsonmap":' to W-frag.             04360015
           move 30 to W-frag-len.                                       04370015
           perform 8000-ADD-TEXT.                                       04380015
           move SI-MODNAME to W-name.                                   04390015
           perform 8100-ADD-QUOTED-NAME.                                04400015
           move ',"caller":' to W-frag.                                 04410015
           move 10 to W-frag-len.                                       04420015
           perform 8000-ADD-TEXT.                                       04430015
           move W-CALLER-ID to W-name.                                  04440015
           perform 8100-ADD-QUOTED-NAME.                                04450015
           move ',"runDate":"' to W-frag.                               04460015
           move 12 to W-frag-len.                                       04470015
           perform 8000-ADD-TEXT.                                       04480015
           move W-cd-date to W-frag.                                    04490015
           move 8 to W-frag-len.                                        04500015
           perform 8000-ADD-TEXT.                                       04510015
           move '","runTime":"' to W-frag.                              04520015
           move 13 to W-frag-len.                                       04530015
           perform 8000-ADD-TEXT.                                       04540015
           move W-cd-time to W-frag.                                    04550015
           move 6 to W-frag-len.                                        04560015
           perform 8000-ADD-TEXT.                                       04570015
           move '"}' to W-frag.                                         04580015
           move 2 to W-frag-len.                                        04590015
           perform 8000-ADD-TEXT.                                       04600015
           perform 8900-WRITE-CONTROL-DOC.                              04610015
       SECTION-EXIT.                                                    04620015
           EXIT.                                                        04630015
      *----------------------------------------------------------------*04640015
       0300-PUBLISH                        SECTION.                     04650015
      *----------------------------------------------------------------*04660015
       SECTION-ENTRY.                                                   04670015
       publish-loop.                                                    04680015
           READ DATAF                                                   04690015
               AT END SET DATAF-EOF TO TRUE.                            04700015
           if DATAF-EOF                                                 04710015
              go to section-exit                                        04720015
           end-if.                                                      04730015
           add 1 to W-rec-cnt.                                          04740015
      *    a restart skips everything the failed run checkpointed.     *04750015
           if W-RESUMING and W-rec-cnt not greater W-skip-cnt           04760015
              go to publish-loop                                        04770015
           end-if.                                                      04780015
           move spaces to W-RECORD-DATA.                                04790015
           if W-DATA-LEN > 0                                            04800015
              move DATAF-RECORD(1:W-DATA-LEN)                           04810015
                to W-RECORD-DATA(1:W-DATA-LEN)                          04820015
           end-if.                                                      04830015
           initialize W-SERIALIZE-CONTROL.                              04830215
           move 24000 to JSON-MAX-LEN.                                  04840015
           move 0 to JSON-LEN.                                          04850015
           call 'isptc004' using ispt-jsonschema                        04860015
                                  W-RECORD-DATA                         04870015
                                  W-JSON-AREA                           04880015
                                  W-SERIALIZE-CONTROL                   04890015
                                  ispt-validation-rules.                04890215
           if SER-RETURN-CODE not less than 4                           04900015
            or JSON-LEN < 1                                             04910015
              perform 0400-REJECT-RECORD                                04920015
           else                                                         04930015
              perform 0350-PUBLISH-DOCUMENT                             04940015
           end-if.                                                      04950015
           add 1 to W-since-ckpt.                                       04960015
           if W-since-ckpt not less than W-ckpt-interval                04970015
              perform 0500-WRITE-CHECKPOINT                             04980015
              move 0 to W-since-ckpt                                    04990015
           end-if.                                                      05000015
           go to publish-loop.                                          05010015
       SECTION-EXIT.                                                    05020015
           EXIT.                                                        05030015
      *----------------------------------------------------------------*05040015
      *  one line per document; the hash and byte total cover exactly  *05050015
      *  the bytes written for it.                                     *05060015
      *----------------------------------------------------------------*05070015
       0350-PUBLISH-DOCUMENT               SECTION.                     05080015
      *----------------------------------------------------------------*05090015
       SECTION-ENTRY.                                                   05100015
           move JSON-LEN to W-OUT-LEN.                                  05110015
           move JSON-TEXT(1:JSON-LEN) to NDJSON-RECORD(1:W-OUT-LEN).    05120015
           write NDJSON-RECORD.                                         05130015
           add 1 to W-line-cnt.                                         05140015
           add 1 to W-pub-cnt.                                          05150015
           add JSON-LEN to W-byte-cnt.                                  05160015
           move 'A' to HASH-FUNCTION.                                   05170015
           move JSON-LEN to HASH-LEN.                                   05180015
           call 'isptc009' using W-HASH-CONTROL                         05190015
                                  JSON-TEXT.                            05200015
       SECTION-EXIT.                                                    05210015
           EXIT.                                                        05220015
      *----------------------------------------------------------------*05230015
      *  the isptb026 quarantine shape : the instance verbatim, the    *05240015
      *  return code and element in hand, then the error list.         *05250015
      *----------------------------------------------------------------*05260015
       0400-REJECT-RECORD                  SECTION.                     05270015
      *----------------------------------------------------------------*05280015
       SECTION-ENTRY.                                                   05290015
           add 1 to W-rej-cnt.                                          05300015
           move 'REC '    to RJ-TYPE.                                   05310015
           move W-rec-cnt to RJ-RECNO.                                  05320015
           move spaces    to RJ-DATA.                                   05330015
           if W-DATA-LEN > 0                                            05340015
              move DATAF-RECORD(1:W-DATA-LEN) to RJ-DATA(1:W-DATA-LEN)  05350015
              compute W-REJ-LEN = W-DATA-LEN + 13                       05360015
           else                                                         05370015
              move 14 to W-REJ-LEN                                      05380015
           end-if.                                                      05390015
           write REJECTF-RECORD.                                        05400015
           move 'RC  '    to RJ-TYPE.                                   05410015
           move spaces    to RJ-DATA.                                   05420015
           move SER-RETURN-CODE to W-num.                               05430015
           move W-num-text(14:2) to RJ-DATA(1:2).                       05440015
           move SER-ERROR-ELE    to RJ-DATA(4:32).                      05450015
           move 48 to W-REJ-LEN.                                        05460015
           write REJECTF-RECORD.                                        05470015
           move 0 to W-vx.                                              05480015
       rej-err-loop.                                                    05490015
           add 1 to W-vx.                                               05500015
           if W-vx > SER-ERROR-COUNT or W-vx > 20                       05510015
              go to section-exit                                        05520015
           end-if.                                                      05530015
           move 'ERR '    to RJ-TYPE.                                   05540015
           move spaces    to RJ-DATA.                                   05550015
           move SER-ERR-CODE(W-vx) to RJ-DATA(1:4).                     05560015
           move SER-ERR-ELE(W-vx)  to RJ-DATA(6:32).                    05570015
           move 50 to W-REJ-LEN.                                        05580015
           write REJECTF-RECORD.                                        05590015
           go to rej-err-loop.                                          05600015
       SECTION-EXIT.                                                    05610015
           EXIT.                                                        05620015
      *----------------------------------------------------------------*05630015
      *  append a checkpoint to CHKPT (kept MOD - 0060 takes the       *05640015
      *  last record) with the totals the trailer will need after      *05650015
      *  a restart.                                                    *05650215
      *----------------------------------------------------------------*05660015
       0500-WRITE-CHECKPOINT               SECTION.                     05670015
      *----------------------------------------------------------------*05680015
       SECTION-ENTRY.                                                   05690015
           OPEN OUTPUT CHKPT.                                           05700015
           MOVE W-rec-cnt  TO CKPT-REC-CNT.                             05710015
           MOVE W-pub-cnt  TO CKPT-PUB-CNT.                             05720015
           MOVE W-rej-cnt  TO CKPT-REJ-CNT.                             05730015
           MOVE W-byte-cnt TO CKPT-BYTE-CNT.                            05740015
           MOVE HASH-S1    TO CKPT-HASH-S1.                             05750015
           MOVE HASH-S2    TO CKPT-HASH-S2.                             05760015
           MOVE W-line-cnt TO CKPT-LINE-CNT.                            05770015
           WRITE CHKPT-RECORD.                                          05780015
           CLOSE CHKPT.                                                 05790015
       SECTION-EXIT.                                                    05800015
           EXIT.                                                        05810015
      *----------------------------------------------------------------*05820015
      *  a run that reaches its trailer leaves a zero checkpoint, so   *05830015
      *  the next run starts a fresh file instead of resuming one.     *05840015
      *----------------------------------------------------------------*05850015
       0550-CLEAR-CHECKPOINT               SECTION.                     05860015
      *----------------------------------------------------------------*05870015
       SECTION-ENTRY.                                                   05880015
           OPEN OUTPUT CHKPT.                                           05890015
           MOVE 0 TO CKPT-REC-CNT, CKPT-PUB-CNT, CKPT-REJ-CNT,          05900015
                     CKPT-BYTE-CNT, CKPT-HASH-S1, CKPT-HASH-S2,         05910015
                     CKPT-LINE-CNT.                                     05920015
           WRITE CHKPT-RECORD.                                          05930015
           CLOSE CHKPT.                                                 05940015
       SECTION-EXIT.                                                    05950015
           EXIT.                                                        05960015
      *----------------------------------------------------------------*05970015
      *  the TRAILER control document - the balancing totals.  The     *05980015
      *  hash is restated from the running sums (a zero-length add).   *05990015
      *----------------------------------------------------------------*06000015
       0600-WRITE-TRAILER                  SECTION.                     06010015
      *----------------------------------------------------------------*06020015
       SECTION-ENTRY.                                                   06030015
           move 'A' to HASH-FUNCTION.                                   06040015
           move 0   to HASH-LEN.                                        06050015
           call 'isptc009' using W-HASH-CONTROL                         06060015
                                  W-RECORD-DATA.                        06070015
           move spaces to W-ctl-line.                                   06080015
           move 0 to W-ctl-len.                                         06090015
           move '{"control":"TRAILER","jsonmap":' to W-frag.            06100015
           move 31 to W-frag-len.                                       06110015
           perform 8000-ADD-TEXT.                                       06120015
           move SI-MODNAME to W-name.                                   06130015
           perform 8100-ADD-QUOTED-NAME.                                06140015
           move ',"records":' to W-frag.                                06150015
           move 11 to W-frag-len.                                       06160015
           perform 8000-ADD-TEXT.                                       06170015
           move W-rec-cnt to W-num.                                     06180015
           perform 8200-ADD-NUMBER.                                     06190015
           move ',"published":' to W-frag.                              06200015
           move 13 to W-frag-len.                                       06210015
           perform 8000-ADD-TEXT.                                       06220015
           move W-pub-cnt to W-num.                                     06230015
           perform 8200-ADD-NUMBER.                                     06240015
           move ',"rejected":' to W-frag.                               06250015
           move 12 to W-frag-len.                                       06260015
           perform 8000-ADD-TEXT.                                       06270015
           move W-rej-cnt to W-num.                                     06280015
           perform 8200-ADD-NUMBER.                                     06290015
           move ',"bytes":' to W-frag.                                  06300015
           move 9 to W-frag-len.                                        06310015
           perform 8000-ADD-TEXT.                                       06320015
           move W-byte-cnt to W-num.                                    06330015
           perform 8200-ADD-NUMBER.                                     06340015
           move ',"hashTotal":"' to W-frag.                             06350015
           move 14 to W-frag-len.                                       06360015
           perform 8000-ADD-TEXT.                                       06370015
           move HASH-HEX to W-frag.                                     06380015
           move 8 to W-frag-len.                                        06390015
           perform 8000-ADD-TEXT.                                       06400015
           move '"}' to W-frag.                                         06410015
           move 2 to W-frag-len.                                        06420015
           perform 8000-ADD-TEXT.                                       06430015
           perform 8900-WRITE-CONTROL-DOC.                              06440015
       SECTION-EXIT.                                                    06450015
           EXIT.                                                        06460015
      *----------------------------------------------------------------*06470015
       0700-REPORT-TOTALS                  SECTION.                     06480015
      *----------------------------------------------------------------*06490015
       SECTION-ENTRY.                                                   06500015
           move W-rec-cnt  to RPT-READ.                                 06510015
           move W-skip-cnt to RPT-SKIPPED.                              06520015
           move W-pub-cnt  to RPT-PUBLISHED.                            06530015
           move W-rej-cnt  to RPT-REJECTED.                             06540015
           write PUBRPT-LINE from RPT-TOTALS.                           06550015
           move W-byte-cnt to RPT-BYTES.                                06560015
           move HASH-HEX   to RPT-HASH.                                 06570015
           write PUBRPT-LINE from RPT-HASH-LINE.                        06580015
       SECTION-EXIT.                                                    06590015
           EXIT.                                                        06600015
      *----------------------------------------------------------------*06610015
      *  W-frag(1:W-frag-len) onto the control document.               *06620015
      *----------------------------------------------------------------*06630015
       8000-ADD-TEXT                       SECTION.                     06640015
      *----------------------------------------------------------------*06650015
       SECTION-ENTRY.                                                   06660015
           if W-frag-len < 1                                            06670015
            or W-ctl-len + W-frag-len > 400                             06680015
              go to section-exit                                        06690015
           end-if.                                                      06700015
           move W-frag(1:W-frag-len)                                    06710015
             to W-ctl-line(W-ctl-len + 1:W-frag-len).                   06720015
           add W-frag-len to W-ctl-len.                                 06730015
       SECTION-EXIT.                                                    06740015
           EXIT.                                                        06750015
      *----------------------------------------------------------------*06760015
      *  W-name, trimmed and quoted, onto the control document.        *06770015
      *----------------------------------------------------------------*06780015
       8100-ADD-QUOTED-NAME                SECTION.                     06790015
      *----------------------------------------------------------------*06800015
       SECTION-ENTRY.                                                   06810015
           move 8 to W-cx.                                              06820015
       name-rtrim-loop.                                                 06830015
           if W-cx > 0 and W-name(W-cx:1) = space                       06840015
              subtract 1 from W-cx                                      06850015
              go to name-rtrim-loop                                     06860015
           end-if.                                                      06870015
           move spaces to W-frag.                                       06880015
           move '"' to W-frag(1:1).                                     06890015
           if W-cx > 0                                                  06900015
              move W-name(1:W-cx) to W-frag(2:W-cx)                     06910015
           end-if.                                                      06920015
           compute W-frag-len = W-cx + 2.                               06930015
           move '"' to W-frag(W-frag-len:1).                            06940015
           perform 8000-ADD-TEXT.                                       06950015
       SECTION-EXIT.                                                    06960015
           EXIT.                                                        06970015
      *----------------------------------------------------------------*06980015
      *  W-num without its leading zeros onto the control document.    *06990015
      *----------------------------------------------------------------*07000015
       8200-ADD-NUMBER                     SECTION.                     07010015
      *----------------------------------------------------------------*07020015
       SECTION-ENTRY.                                                   07030015
           move 1 to W-cx.                                              07040015
       num-skip-loop.                                                   07050015
           if W-cx < 15 and W-num-text(W-cx:1) = '0'                    07060015
              add 1 to W-cx                                             07070015
              go to num-skip-loop                                       07080015
           end-if.                                                      07090015
           move spaces to W-frag.                                       07100015
           compute W-frag-len = 16 - W-cx.                              07110015
           move W-num-text(W-cx:W-frag-len) to W-frag(1:W-frag-len).    07120015
           perform 8000-ADD-TEXT.                                       07130015
       SECTION-EXIT.                                                    07140015
           EXIT.                                                        07150015
      *----------------------------------------------------------------*07160015
      *  the built control document out as one NDJSON line.  Control   *07170015
      *  lines count as lines, never as published documents.           *07180015
      *----------------------------------------------------------------*07190015
       8900-WRITE-CONTROL-DOC              SECTION.                     07200015
      *----------------------------------------------------------------*07210015
       SECTION-ENTRY.                                                   07220015
           move W-ctl-len to W-OUT-LEN.                                 07230015
           move W-ctl-line(1:W-ctl-len) to NDJSON-RECORD(1:W-OUT-LEN).  07240015
           write NDJSON-RECORD.                                         07250015
           add 1 to W-line-cnt.                                         07260015
       SECTION-EXIT.                                                    07270015
           EXIT.                                                        07280015
