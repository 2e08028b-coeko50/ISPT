      *COBOL PGM SOURCE FOR isptb041                                    00010015
       IDENTIFICATION DIVISION.                                         00020015
       PROGRAM-ID.                     isptb041.                        00030015
       AUTHOR.                         Kosie.                           00040015
       DATE-WRITTEN.                   26/10/15.                        00050015
      *----------------------------------------------------------------*00060015
      *                                                                *00070015
      *                                                                *00080015
      * Audit archive investigation extract.                           *00090015
      *                                                                *00100015
      * isptb040 keeps every AUDITLOG row, and the engines' STATSLOG   *00110015
      * rows, in the cumulative audit archive.  When the auditors ask  *00120015
      * "every fetch of the customer jsonmap by caller X between       *00130015
      * March and June, denied and masked ones included", this job     *00140015
      * answers from the archive : it reads it front to back and,      *00150015
      * for every row matching the selection cards, prints a report    *00160015
      * line and writes the archive row unchanged to EXTRACT, the      *00170015
      * file handed to the auditors.  Totals by found / not found /    *00180015
      * denied / masked close the report.                              *00190015
      *                                                                *00200015
      * -------------------------------------------------------------  *00210015
      *                                                                *00220015
      * Files :                                                        *00230015
      *   ARCHIVE   the audit archive as written by isptb040           *00240015
      *   AUDRPT    the report                                         *00250015
      *   EXTRACT   the matching archive rows, 100 bytes, in the       *00260015
      *             isptb040 archive layout                            *00270015
      *                                                                *00280015
      * SYSIN selection cards, any number, all optional :              *00290015
      *   01-08   keyword  CALLER / JSONMAP / FLAG / FROM / TO /       *00300015
      *                    SOURCE                                      *00310015
      *   10-41   value    CALLER and JSONMAP the 8-byte name; FLAG    *00320015
      *                    one or more of Y (found) N (not found)      *00330015
      *                    D (denied) M (masked), e.g. DM; FROM / TO   *00340015
      *                    yyyymmdd dates, inclusive, against the      *00350015
      *                    row's date; SOURCE AUDIT (the default),     *00360015
      *                    STATS or ALL                                *00370015
      * Different keywords must all match (AND); a repeated keyword    *00380015
      * replaces the earlier card.  STATSLOG rows carry no caller or   *00390015
      * found flag, so a CALLER or FLAG card never selects them.       *00400015
      * An unrecognized keyword is reported and ignored.               *00410015
      *                                                                *00420015
      * Maintenance                                                    *00430015
      * 26/10/15  new program                                          *00440015
      *                                                                *00450015
      *----------------------------------------------------------------*00460015
       ENVIRONMENT DIVISION.                                            00470015
      *                                                                 00480015
       CONFIGURATION SECTION.                                           00490015
      *SOURCE-COMPUTER.                IBM WITH DEBUGGING MODE.         00500015
      *                                                                 00510015
       INPUT-OUTPUT SECTION.                                            00520015
       FILE-CONTROL.                                                    00530015
           SELECT SYSIN       ASSIGN TO SYSIN                           00540015
               FILE STATUS IS WS-SYSIN-STATUS.                          00550015
           SELECT ARCHIVE     ASSIGN TO ARCHIVE                         00560015
               FILE STATUS IS WS-ARCHIVE-STATUS.                        00570015
           SELECT AUDRPT      ASSIGN TO AUDRPT                          00580015
               FILE STATUS IS WS-AUDRPT-STATUS.                         00590015
           SELECT EXTRACT     ASSIGN TO EXTRACT                         00600015
               FILE STATUS IS WS-EXTRACT-STATUS.                        00610015
      *----------------------------------------------------------------*00620015
      *                                                                *00630015
      *----------------------------------------------------------------*00640015
       DATA DIVISION.                                                   00650015
      *                                                                 00660015
       FILE SECTION.                                                    00670015
       FD  SYSIN                                                        00680015
           RECORDING MODE IS F.                                         00690015
       01  SYSIN-CARD.                                                  00700015
           05 SI-KEYWORD                      PIC X(08).                00710015
           05 FILLER                          PIC X(01).                00720015
           05 SI-VALUE                        PIC X(32).                00730015
           05 FILLER                          PIC X(39).                00740015
                                                                        00750015
       FD  ARCHIVE                                                      00760015
           RECORDING MODE IS F.                                         00770015
       01  ARCHIVE-RECORD.                                              00780015
           05 AR-SOURCE                          PIC X(01).             00790015
              88 AR-AUDIT-ROW                       VALUE 'A'.          00800015
              88 AR-STATS-ROW                       VALUE 'S'.          00810015
           05 FILLER                             PIC X(01).             00820015
           05 AR-DATE                            PIC X(08).             00830015
           05 FILLER                             PIC X(01).             00840015
           05 AR-ARCHIVED                        PIC X(08).             00850015
           05 FILLER                             PIC X(01).             00860015
           05 AR-DATA                            PIC X(80).             00870015
      *    an AUDITLOG row as isptb027 wrote it                        *00880015
           05 AR-AUDIT REDEFINES AR-DATA.                               00890015
              10 AL-TIMESTAMP                    PIC X(26).             00900015
              10 FILLER                          PIC X(01).             00910015
              10 AL-PROGRAM                      PIC X(08).             00920015
              10 FILLER                          PIC X(01).             00930015
              10 AL-MODNAME                      PIC X(08).             00940015
              10 FILLER                          PIC X(01).             00950015
              10 AL-VERSION                      PIC 9(01).             00960015
              10 FILLER                          PIC X(01).             00970015
              10 AL-FOUND-SW                     PIC X(01).             00980015
                 88 AL-FOUND                        VALUE 'Y'.          00990015
                 88 AL-NOT-FOUND                    VALUE 'N'.          01000015
                 88 AL-DENIED                       VALUE 'D'.          01010015
                 88 AL-MASKED                       VALUE 'M'.          01020015
              10 FILLER                          PIC X(01).             01030015
              10 AL-CALLER                       PIC X(08).             01040015
              10 FILLER                          PIC X(23).             01050015
      *    a STATSLOG row as the engines wrote it                      *01060015
           05 AR-STATS REDEFINES AR-DATA.                               01070015
              10 ST-TIMESTAMP                    PIC X(26).             01080015
              10 FILLER                          PIC X(01).             01090015
              10 ST-PROGRAM                      PIC X(08).             01100015
              10 FILLER                          PIC X(01).             01110015
              10 ST-MODNAME                      PIC X(08).             01120015
              10 FILLER                          PIC X(01).             01130015
              10 ST-RETURN-CODE                  PIC 9(02).             01140015
              10 FILLER                          PIC X(01).             01150015
              10 ST-LEN                          PIC 9(06).             01160015
              10 FILLER                          PIC X(01).             01170015
              10 ST-ERR-CNT                      PIC 9(03).             01180015
              10 FILLER                          PIC X(01).             01190015
              10 ST-ERR-CODE                     PIC X(04).             01200015
              10 FILLER                          PIC X(01).             01210015
              10 ST-ERR-ELE                      PIC X(16).             01220015
                                                                        01230015
       FD  AUDRPT                                                       01240015
           RECORDING MODE IS F.                                         01250015
       01  AUDRPT-LINE                        PIC X(132).               01260015
                                                                        01270015
       FD  EXTRACT                                                      01280015
           RECORDING MODE IS F.                                         01290015
       01  EXTRACT-RECORD                     PIC X(100).               01300015
      *----------------------------------------------------------------*01310015
       WORKING-STORAGE SECTION.                                         01320015
        01 FILLER                                 PIC X(50) VALUE       01330015
            '*******  isptb041  WORKING STORAGE STARTS HERE -->'.       01340015
                                                                        01350015
        01 WORK-FIELDS.                                                 01360015
           05 W-arc-cnt                          PIC S9(8) COMP.        01370015
           05 W-sel-cnt                          PIC S9(8) COMP.        01380015
           05 W-card-cnt                         PIC S9(4) COMP.        01390015
           05 W-found-cnt                        PIC S9(8) COMP.        01400015
           05 W-notfound-cnt                     PIC S9(8) COMP.        01410015
           05 W-denied-cnt                       PIC S9(8) COMP.        01420015
           05 W-masked-cnt                       PIC S9(8) COMP.        01430015
           05 W-stats-cnt                        PIC S9(8) COMP.        01440015
           05 W-eof-sw                           PIC X(01) VALUE 'N'.   01450015
              88 ARCHIVE-EOF                        VALUE 'Y'.          01460015
           05 W-eof-sysin-sw                     PIC X(01) VALUE 'N'.   01470015
              88 SYSIN-EOF                          VALUE 'Y'.          01480015
           05 WS-SYSIN-STATUS                    PIC X(02).             01490015
           05 WS-ARCHIVE-STATUS                  PIC X(02).             01500015
           05 WS-AUDRPT-STATUS                   PIC X(02).             01510015
           05 WS-EXTRACT-STATUS                  PIC X(02).             01520015
                                                                        01530015
      *    the selection, spaces where a criterion was not carded.     *01540015
        01 SELECTION-FIELDS.                                            01550015
           05 SEL-CALLER                         PIC X(08) VALUE SPACES.01560015
           05 SEL-MODNAME                        PIC X(08) VALUE SPACES.01570015
           05 SEL-FLAGS                          PIC X(04) VALUE SPACES.01580015
           05 SEL-FROM                           PIC X(08) VALUE SPACES.01590015
           05 SEL-TO                             PIC X(08) VALUE SPACES.01600015
           05 SEL-SOURCE                         PIC X(05)              01610015
                                                 VALUE 'AUDIT'.         01620015
              88 SEL-AUDIT                          VALUE 'AUDIT'.      01630015
              88 SEL-STATS                          VALUE 'STATS'.      01640015
              88 SEL-ALL                            VALUE 'ALL'.        01650015
                                                                        01660015
        01 REPORT-FIELDS.                                               01670015
           05 RPT-HEADING.                                              01680015
              10 RPT-HEAD-TEXT   PIC X(50).                             01690015
           05 RPT-CRIT-LINE.                                            01700015
              10 FILLER          PIC X(02) VALUE SPACE.                 01710015
              10 RPT-C-KEYWORD   PIC X(08).                             01720015
              10 FILLER          PIC X(03) VALUE ' = '.                 01730015
              10 RPT-C-VALUE     PIC X(32).                             01740015
           05 RPT-DETAIL-LINE.                                          01750015
              10 FILLER          PIC X(02) VALUE SPACE.                 01760015
              10 RPT-D-DATE      PIC X(08).                             01770015
              10 FILLER          PIC X(01) VALUE SPACE.                 01780015
              10 RPT-D-TIME      PIC X(06).                             01790015
              10 FILLER          PIC X(01) VALUE SPACE.                 01800015
              10 RPT-D-PROGRAM   PIC X(08).                             01810015
              10 FILLER          PIC X(01) VALUE SPACE.                 01820015
              10 RPT-D-CALLER    PIC X(08).                             01830015
              10 FILLER          PIC X(01) VALUE SPACE.                 01840015
              10 RPT-D-MODNAME   PIC X(08).                             01850015
              10 FILLER          PIC X(03) VALUE ' V '.                 01860015
              10 RPT-D-VERSION   PIC X(01).                             01870015
              10 FILLER          PIC X(01) VALUE SPACE.                 01880015
              10 RPT-D-RESULT    PIC X(24).                             01890015
              10 FILLER          PIC X(10) VALUE ' ARCHIVED '.          01900015
              10 RPT-D-ARCHIVED  PIC X(08).                             01910015
           05 RPT-FLAG-LINE.                                            01920015
              10 FILLER          PIC X(02) VALUE SPACE.                 01930015
              10 RPT-F-LABEL     PIC X(16).                             01940015
              10 RPT-F-CNT       PIC ZZZ,ZZZ,ZZ9.                       01950015
           05 RPT-TOTALS.                                               01960015
              10 FILLER          PIC X(31) VALUE                        01970015
                 'AUDIT ARCHIVE INQUIRY - READ '.                       01980015
              10 RPT-ARC-CNT     PIC ZZZ,ZZZ,ZZ9.                       01990015
              10 FILLER          PIC X(15) VALUE ' ROWS, LISTED '.      02000015
              10 RPT-SEL-CNT     PIC ZZZ,ZZZ,ZZ9.                       02010015
              10 FILLER          PIC X(01) VALUE '.'.                   02020015
      *----------------------------------------------------------------*02030015
       PROCEDURE DIVISION.                                              02040015
      *----------------------------------------------------------------*02050015
      *                                                                *02060015
      *----------------------------------------------------------------*02070015
       0000-MAINLINE                       SECTION.                     02080015
      *----------------------------------------------------------------*02090015
       SECTION-ENTRY.                                                   02100015
           DISPLAY '*  isptb041 ENTRY               *'.                 02110015
           OPEN OUTPUT AUDRPT, EXTRACT.                                 02120015
           MOVE 0 TO W-arc-cnt, W-sel-cnt, W-card-cnt.                  02130015
           MOVE 0 TO W-found-cnt, W-notfound-cnt, W-denied-cnt,         02140015
                     W-masked-cnt, W-stats-cnt.                         02150015
                                                                        02160015
           MOVE 'AUDIT ARCHIVE INQUIRY - SELECTION' TO RPT-HEAD-TEXT.   02170015
           WRITE AUDRPT-LINE FROM RPT-HEADING.                          02180015
           PERFORM 0050-READ-SYSIN.                                     02190015
           IF W-card-cnt = 0                                            02200015
              MOVE 'ALL'    TO RPT-C-KEYWORD                            02210015
              MOVE 'AUDIT ROWS' TO RPT-C-VALUE                          02220015
              WRITE AUDRPT-LINE FROM RPT-CRIT-LINE                      02230015
           END-IF.                                                      02240015
                                                                        02250015
           MOVE 'ARCHIVED ROWS' TO RPT-HEAD-TEXT.                       02260015
           WRITE AUDRPT-LINE FROM RPT-HEADING.                          02270015
           PERFORM 0100-SCAN-ARCHIVE.                                   02280015
                                                                        02290015
           MOVE 'LISTED BY RESULT' TO RPT-HEAD-TEXT.                    02300015
           WRITE AUDRPT-LINE FROM RPT-HEADING.                          02310015
           MOVE 'FOUND'            TO RPT-F-LABEL.                      02320015
           MOVE W-found-cnt        TO RPT-F-CNT.                        02330015
           WRITE AUDRPT-LINE FROM RPT-FLAG-LINE.                        02340015
           MOVE 'NOT FOUND'        TO RPT-F-LABEL.                      02350015
           MOVE W-notfound-cnt     TO RPT-F-CNT.                        02360015
           WRITE AUDRPT-LINE FROM RPT-FLAG-LINE.                        02370015
           MOVE 'DENIED'           TO RPT-F-LABEL.                      02380015
           MOVE W-denied-cnt       TO RPT-F-CNT.                        02390015
           WRITE AUDRPT-LINE FROM RPT-FLAG-LINE.                        02400015
           MOVE 'MASKED'           TO RPT-F-LABEL.                      02410015
           MOVE W-masked-cnt       TO RPT-F-CNT.                        02420015
           WRITE AUDRPT-LINE FROM RPT-FLAG-LINE.                        02430015
           MOVE 'ENGINE CALLS'     TO RPT-F-LABEL.                      02440015
           MOVE W-stats-cnt        TO RPT-F-CNT.                        02450015
           WRITE AUDRPT-LINE FROM RPT-FLAG-LINE.                        02460015
                                                                        02470015
           MOVE W-arc-cnt TO RPT-ARC-CNT.                               02480015
           MOVE W-sel-cnt TO RPT-SEL-CNT.                               02490015
           WRITE AUDRPT-LINE FROM RPT-TOTALS.                           02500015
                                                                        02510015
           CLOSE AUDRPT, EXTRACT.                                       02520015
           EXIT PROGRAM.                                                02530015
           STOP RUN.                                                    02540015
       SECTION-EXIT.                                                    02550015
           EXIT.                                                        02560015
      *----------------------------------------------------------------*02570015
      *  every selection card lands in its SEL- field and is echoed    *02580015
      *  under the selection heading.                                  *02590015
      *----------------------------------------------------------------*02600015
       0050-READ-SYSIN                     SECTION.                     02610015
      *----------------------------------------------------------------*02620015
       SECTION-ENTRY.                                                   02630015
           OPEN INPUT SYSIN.                                            02640015
           IF WS-SYSIN-STATUS NOT = '00'                                02650015
              GO TO SECTION-EXIT                                        02660015
           END-IF.                                                      02670015
       card-loop.                                                       02680015
           READ SYSIN                                                   02690015
               AT END SET SYSIN-EOF TO TRUE.                            02700015
           IF SYSIN-EOF                                                 02710015
              CLOSE SYSIN                                               02720015
              GO TO SECTION-EXIT                                        02730015
           END-IF.                                                      02740015
           IF SYSIN-CARD = SPACES OR SI-KEYWORD(1:1) = '*'              02750015
              GO TO card-loop                                           02760015
           END-IF.                                                      02770015
           EVALUATE SI-KEYWORD                                          02780015
              WHEN 'CALLER'                                             02790015
                 MOVE SI-VALUE TO SEL-CALLER                            02800015
              WHEN 'JSONMAP'                                            02810015
                 MOVE SI-VALUE TO SEL-MODNAME                           02820015
              WHEN 'FLAG'                                               02830015
                 MOVE SI-VALUE TO SEL-FLAGS                             02840015
              WHEN 'FROM'                                               02850015
                 MOVE SI-VALUE TO SEL-FROM                              02860015
              WHEN 'TO'                                                 02870015
                 MOVE SI-VALUE TO SEL-TO                                02880015
              WHEN 'SOURCE'                                             02890015
                 IF SI-VALUE = 'AUDIT' OR 'STATS' OR 'ALL'              02900015
                    MOVE SI-VALUE TO SEL-SOURCE                         02910015
                 ELSE                                                   02920015
                    DISPLAY 'ISPTB041 - SOURCE ' SI-VALUE               02930015
                        ' NOT AUDIT, STATS OR ALL - IGNORED.'           02940015
                    GO TO card-loop                                     02950015
                 END-IF                                                 02960015
              WHEN OTHER                                                02970015
                 DISPLAY 'ISPTB041 - UNKNOWN SELECTION KEYWORD '        02980015
                     SI-KEYWORD ' IGNORED.'                             02990015
                 GO TO card-loop                                        03000015
           END-EVALUATE.                                                03010015
           ADD 1 TO W-card-cnt.                                         03020015
           MOVE SI-KEYWORD TO RPT-C-KEYWORD.                            03030015
           MOVE SI-VALUE   TO RPT-C-VALUE.                              03040015
           WRITE AUDRPT-LINE FROM RPT-CRIT-LINE.                        03050015
           GO TO card-loop.                                             03060015
       SECTION-EXIT.                                                    03070015
           EXIT.                                                        03080015
      *----------------------------------------------------------------*03090015
      *  read the archive front to back; a matching row is listed and  *03100015
      *  extracted.                                                    *03110015
      *----------------------------------------------------------------*03120015
       0100-SCAN-ARCHIVE                   SECTION.                     03130015
      *----------------------------------------------------------------*03140015
       SECTION-ENTRY.                                                   03150015
           OPEN INPUT ARCHIVE.                                          03160015
           IF WS-ARCHIVE-STATUS NOT = '00'                              03170015
              DISPLAY 'ISPTB041 - ARCHIVE OPEN STATUS '                 03180015
                  WS-ARCHIVE-STATUS                                     03190015
              MOVE 8 TO RETURN-CODE                                     03200015
              GO TO SECTION-EXIT                                        03210015
           END-IF.                                                      03220015
       arc-loop.                                                        03230015
           READ ARCHIVE                                                 03240015
               AT END SET ARCHIVE-EOF TO TRUE.                          03250015
           IF ARCHIVE-EOF                                               03260015
              CLOSE ARCHIVE                                             03270015
              GO TO SECTION-EXIT                                        03280015
           END-IF.                                                      03290015
           ADD 1 TO W-arc-cnt.                                          03300015
           IF SEL-FROM NOT = SPACES AND AR-DATE < SEL-FROM              03310015
              GO TO arc-loop                                            03320015
           END-IF.                                                      03330015
           IF SEL-TO NOT = SPACES AND AR-DATE > SEL-TO                  03340015
              GO TO arc-loop                                            03350015
           END-IF.                                                      03360015
           IF AR-STATS-ROW                                              03370015
              IF SEL-AUDIT                                              03380015
               OR SEL-CALLER NOT = SPACES                               03390015
               OR SEL-FLAGS NOT = SPACES                                03400015
                 GO TO arc-loop                                         03410015
              END-IF                                                    03420015
              IF SEL-MODNAME NOT = SPACES                               03430015
               AND ST-MODNAME NOT = SEL-MODNAME                         03440015
                 GO TO arc-loop                                         03450015
              END-IF                                                    03460015
              ADD 1 TO W-sel-cnt, W-stats-cnt                           03470015
              PERFORM 0300-LIST-STATS-ROW                               03480015
              GO TO arc-loop                                            03490015
           END-IF.                                                      03500015
           IF SEL-STATS                                                 03510015
              GO TO arc-loop                                            03520015
           END-IF.                                                      03530015
           IF SEL-CALLER NOT = SPACES AND AL-CALLER NOT = SEL-CALLER    03540015
              GO TO arc-loop                                            03550015
           END-IF.                                                      03560015
           IF SEL-MODNAME NOT = SPACES AND AL-MODNAME NOT = SEL-MODNAME 03570015
              GO TO arc-loop                                            03580015
           END-IF.                                                      03590015
           IF SEL-FLAGS NOT = SPACES                                    03600015
            AND AL-FOUND-SW NOT = SEL-FLAGS(1:1)                        03610015
            AND AL-FOUND-SW NOT = SEL-FLAGS(2:1)                        03620015
            AND AL-FOUND-SW NOT = SEL-FLAGS(3:1)                        03630015
            AND AL-FOUND-SW NOT = SEL-FLAGS(4:1)                        03640015
              GO TO arc-loop                                            03650015
           END-IF.                                                      03660015
           ADD 1 TO W-sel-cnt.                                          03670015
           PERFORM 0200-LIST-AUDIT-ROW.                                 03680015
           GO TO arc-loop.                                              03690015
       SECTION-EXIT.                                                    03700015
           EXIT.                                                        03710015
      *----------------------------------------------------------------*03720015
       0200-LIST-AUDIT-ROW                 SECTION.                     03730015
      *----------------------------------------------------------------*03740015
       SECTION-ENTRY.                                                   03750015
           MOVE AL-TIMESTAMP(1:8)  TO RPT-D-DATE.                       03760015
           MOVE AL-TIMESTAMP(9:6)  TO RPT-D-TIME.                       03770015
           MOVE AL-PROGRAM         TO RPT-D-PROGRAM.                    03780015
           MOVE AL-CALLER          TO RPT-D-CALLER.                     03790015
           MOVE AL-MODNAME         TO RPT-D-MODNAME.                    03800015
           MOVE AL-VERSION         TO RPT-D-VERSION.                    03810015
           EVALUATE TRUE                                                03820015
              WHEN AL-FOUND                                             03830015
                 MOVE 'FOUND'         TO RPT-D-RESULT                   03840015
                 ADD 1 TO W-found-cnt                                   03850015
              WHEN AL-NOT-FOUND                                         03860015
                 MOVE 'NOT FOUND'     TO RPT-D-RESULT                   03870015
                 ADD 1 TO W-notfound-cnt                                03880015
              WHEN AL-DENIED                                            03890015
                 MOVE 'DENIED'        TO RPT-D-RESULT                   03900015
                 ADD 1 TO W-denied-cnt                                  03910015
              WHEN AL-MASKED                                            03920015
                 MOVE 'MASKED'        TO RPT-D-RESULT                   03930015
                 ADD 1 TO W-masked-cnt                                  03940015
              WHEN OTHER                                                03950015
                 MOVE AL-FOUND-SW     TO RPT-D-RESULT                   03960015
           END-EVALUATE.                                                03970015
           MOVE AR-ARCHIVED        TO RPT-D-ARCHIVED.                   03980015
           WRITE AUDRPT-LINE FROM RPT-DETAIL-LINE.                      03990015
           WRITE EXTRACT-RECORD FROM ARCHIVE-RECORD.                    04000015
       SECTION-EXIT.                                                    04010015
           EXIT.                                                        04020015
      *----------------------------------------------------------------*04030015
      *  an engine call - no caller on the statistics row, the result  *04040015
      *  column shows the engine's return code and length instead.     *04050015
      *----------------------------------------------------------------*04060015
       0300-LIST-STATS-ROW                 SECTION.                     04070015
      *----------------------------------------------------------------*04080015
       SECTION-ENTRY.                                                   04090015
           MOVE ST-TIMESTAMP(1:8)  TO RPT-D-DATE.                       04100015
           MOVE ST-TIMESTAMP(9:6)  TO RPT-D-TIME.                       04110015
           MOVE ST-PROGRAM         TO RPT-D-PROGRAM.                    04120015
           MOVE SPACES             TO RPT-D-CALLER.                     04130015
           MOVE ST-MODNAME         TO RPT-D-MODNAME.                    04140015
           MOVE SPACES             TO RPT-D-VERSION.                    04150015
           MOVE SPACES             TO RPT-D-RESULT.                     04160015
           STRING 'RC ' ST-RETURN-CODE ' LEN ' ST-LEN                   04170015
               DELIMITED BY SIZE INTO RPT-D-RESULT.                     04180015
           MOVE AR-ARCHIVED        TO RPT-D-ARCHIVED.                   04190015
           WRITE AUDRPT-LINE FROM RPT-DETAIL-LINE.                      04200015
           WRITE EXTRACT-RECORD FROM ARCHIVE-RECORD.                    04210015
       SECTION-EXIT.                                                    04220015
           EXIT.                                                        04230015
