      *COBOL PGM SOURCE FOR isptb032                                    00010015
       IDENTIFICATION DIVISION.                                         00020015
       PROGRAM-ID.                     isptb032.                        00030015
       AUTHOR.                         Kosie.                           00040015
       DATE-WRITTEN.                   26/10/15.                        00050015
      *----------------------------------------------------------------*00060015
      *                                                                *00070015
      *                                                                *00080015
      * Change journal inquiry.                                        *00090015
      *                                                                *00100015
      * isptc005 appends one JRNLOG row for every element a clean      *00110015
      * parse changes in the caller's record buffer (timestamp,        *00120015
      * caller, jsonmap, record key, element and occurrence, old and   *00130015
      * new value - sensitive values already masked as '****').  When  *00140015
      * a partner asks "who changed the credit limit on account 123,   *00150015
      * and what was it before", this job answers from the journal :   *00160015
      * it reads the log and lists every row matching the selection    *00170015
      * cards, oldest first as written, with the old and new values    *00180015
      * under each row.                                                *00190015
      *                                                                *00200015
      * -------------------------------------------------------------  *00210015
      *                                                                *00220015
      * Files :                                                        *00230015
      *   JRNLOG    the journal as written by isptc005 - concatenate   *00240015
      *             the archived generations ahead of the live log to  *00250015
      *             search further back                                *00260015
      *   JRNRPT    the report                                         *00270015
      *                                                                *00280015
      * SYSIN selection cards, any number, all optional :              *00290015
      *   01-08   keyword  KEY / ELEMENT / CALLER / JSONMAP /          *00300015
      *                    FROM / TO                                   *00310015
      *   10-41   value    KEY and ELEMENT match the whole journal     *00320015
      *                    field; CALLER and JSONMAP the 8-byte name;  *00330015
      *                    FROM / TO are yyyymmdd dates, inclusive,    *00340015
      *                    against the row timestamp                   *00350015
      * Different keywords must all match (AND); a repeated keyword    *00360015
      * replaces the earlier card.  No cards lists the whole journal.  *00370015
      * An unrecognized keyword is reported and ignored.               *00380015
      *                                                                *00390015
      * Maintenance                                                    *00400015
      * 26/10/15  new program                                          *00410015
      *                                                                *00420015
      *----------------------------------------------------------------*00430015
       ENVIRONMENT DIVISION.                                            00440015
      *                                                                 00450015
       CONFIGURATION SECTION.                                           00460015
      *SOURCE-COMPUTER.                IBM WITH DEBUGGING MODE.         00470015
      *                                                                 00480015
       INPUT-OUTPUT SECTION.                                            00490015
       FILE-CONTROL.                                                    00500015
           SELECT SYSIN       ASSIGN TO SYSIN                           00510015
               FILE STATUS IS WS-SYSIN-STATUS.                          00520015
           SELECT JRNLOG      ASSIGN TO JRNLOG                          00530015
               FILE STATUS IS WS-JRNLOG-STATUS.                         00540015
           SELECT JRNRPT      ASSIGN TO JRNRPT                          00550015
               FILE STATUS IS WS-JRNRPT-STATUS.                         00560015
      *----------------------------------------------------------------*00570015
      *                                                                *00580015
      *----------------------------------------------------------------*00590015
       DATA DIVISION.                                                   00600015
      *                                                                 00610015
       FILE SECTION.                                                    00620015
       FD  SYSIN                                                        00630015
           RECORDING MODE IS F.                                         00640015
       01  SYSIN-CARD.                                                  00650015
           05 SI-KEYWORD                      PIC X(08).                00660015
           05 FILLER                          PIC X(01).                00670015
           05 SI-VALUE                        PIC X(32).                00680015
           05 FILLER                          PIC X(39).                00690015
                                                                        00700015
       FD  JRNLOG                                                       00710015
           RECORDING MODE IS F.                                         00720015
       01  JRNLOG-RECORD.                                               00730015
           05 JR-TIMESTAMP                       PIC X(26).             00740015
           05 FILLER                             PIC X(01).             00750015
           05 JR-CALLER                          PIC X(08).             00760015
           05 FILLER                             PIC X(01).             00770015
           05 JR-MODNAME                         PIC X(08).             00780015
           05 FILLER                             PIC X(01).             00790015
           05 JR-KEY                             PIC X(32).             00800015
           05 FILLER                             PIC X(01).             00810015
           05 JR-ELEMENT                         PIC X(32).             00820015
           05 FILLER                             PIC X(01).             00830015
           05 JR-OCC                             PIC 9(04).             00840015
           05 FILLER                             PIC X(01).             00850015
           05 JR-OLD-VALUE                       PIC X(64).             00860015
           05 FILLER                             PIC X(01).             00870015
           05 JR-NEW-VALUE                       PIC X(64).             00880015
           05 FILLER                             PIC X(05).             00890015
                                                                        00900015
       FD  JRNRPT                                                       00910015
           RECORDING MODE IS F.                                         00920015
       01  JRNRPT-LINE                        PIC X(132).               00930015
      *----------------------------------------------------------------*00940015
       WORKING-STORAGE SECTION.                                         00950015
        01 FILLER                                 PIC X(50) VALUE       00960015
            '*******  isptb032  WORKING STORAGE STARTS HERE -->'.       00970015
                                                                        00980015
        01 WORK-FIELDS.                                                 00990015
           05 W-log-cnt                          PIC S9(8) COMP.        01000015
           05 W-sel-cnt                          PIC S9(8) COMP.        01010015
           05 W-card-cnt                         PIC S9(4) COMP.        01020015
           05 W-eof-sw                           PIC X(01) VALUE 'N'.   01030015
              88 LOG-EOF                            VALUE 'Y'.          01040015
           05 W-eof-sysin-sw                     PIC X(01) VALUE 'N'.   01050015
              88 SYSIN-EOF                          VALUE 'Y'.          01060015
           05 WS-SYSIN-STATUS                    PIC X(02).             01070015
           05 WS-JRNLOG-STATUS                   PIC X(02).             01080015
           05 WS-JRNRPT-STATUS                   PIC X(02).             01090015
                                                                        01100015
      *    the selection, spaces where a criterion was not carded.     *01110015
        01 SELECTION-FIELDS.                                            01120015
           05 SEL-KEY                            PIC X(32) VALUE SPACES.01130015
           05 SEL-ELEMENT                        PIC X(32) VALUE SPACES.01140015
           05 SEL-CALLER                         PIC X(08) VALUE SPACES.01150015
           05 SEL-MODNAME                        PIC X(08) VALUE SPACES.01160015
           05 SEL-FROM                           PIC X(08) VALUE SPACES.01170015
           05 SEL-TO                             PIC X(08) VALUE SPACES.01180015
                                                                        01190015
        01 REPORT-FIELDS.                                               01200015
           05 RPT-HEADING.                                              01210015
              10 RPT-HEAD-TEXT   PIC X(50).                             01220015
           05 RPT-CRIT-LINE.                                            01230015
              10 FILLER          PIC X(02) VALUE SPACE.                 01240015
              10 RPT-C-KEYWORD   PIC X(08).                             01250015
              10 FILLER          PIC X(03) VALUE ' = '.                 01260015
              10 RPT-C-VALUE     PIC X(32).                             01270015
           05 RPT-DETAIL-LINE.                                          01280015
              10 FILLER          PIC X(02) VALUE SPACE.                 01290015
              10 RPT-D-DATE      PIC X(08).                             01300015
              10 FILLER          PIC X(01) VALUE SPACE.                 01310015
              10 RPT-D-TIME      PIC X(06).                             01320015
              10 FILLER          PIC X(01) VALUE SPACE.                 01330015
              10 RPT-D-CALLER    PIC X(08).                             01340015
              10 FILLER          PIC X(01) VALUE SPACE.                 01350015
              10 RPT-D-MODNAME   PIC X(08).                             01360015
              10 FILLER          PIC X(05) VALUE ' KEY '.               01370015
              10 RPT-D-KEY       PIC X(32).                             01380015
              10 FILLER          PIC X(01) VALUE SPACE.                 01390015
              10 RPT-D-ELEMENT   PIC X(32).                             01400015
              10 FILLER          PIC X(05) VALUE ' OCC '.               01410015
              10 RPT-D-OCC       PIC ZZZ9.                              01420015
           05 RPT-VALUE-LINE.                                           01430015
              10 FILLER          PIC X(08) VALUE SPACE.                 01440015
              10 RPT-V-LABEL     PIC X(04).                             01450015
              10 RPT-V-VALUE     PIC X(64).                             01460015
           05 RPT-TOTALS.                                               01470015
              10 FILLER          PIC X(23) VALUE                        01480015
                 'JOURNAL INQUIRY - READ '.                             01490015
              10 RPT-LOG-CNT     PIC ZZZ,ZZZ,ZZ9.                       01500015
              10 FILLER          PIC X(15) VALUE ' ROWS, LISTED '.      01510015
              10 RPT-SEL-CNT     PIC ZZZ,ZZZ,ZZ9.                       01520015
              10 FILLER          PIC X(01) VALUE '.'.                   01530015
      *----------------------------------------------------------------*01540015
       PROCEDURE DIVISION.                                              01550015
      *----------------------------------------------------------------*01560015
      *                                                                *01570015
      *----------------------------------------------------------------*01580015
       0000-MAINLINE                       SECTION.                     01590015
      *----------------------------------------------------------------*01600015
       SECTION-ENTRY.                                                   01610015
           DISPLAY '*  isptb032 ENTRY               *'.                 01620015
           OPEN OUTPUT JRNRPT.                                          01630015
           MOVE 0 TO W-log-cnt, W-sel-cnt, W-card-cnt.                  01640015
                                                                        01650015
           MOVE 'CHANGE JOURNAL INQUIRY - SELECTION' TO RPT-HEAD-TEXT.  01660015
           WRITE JRNRPT-LINE FROM RPT-HEADING.                          01670015
           PERFORM 0050-READ-SYSIN.                                     01680015
           IF W-card-cnt = 0                                            01690015
              MOVE 'ALL'    TO RPT-C-KEYWORD                            01700015
              MOVE 'ROWS'   TO RPT-C-VALUE                              01710015
              WRITE JRNRPT-LINE FROM RPT-CRIT-LINE                      01720015
           END-IF.                                                      01730015
                                                                        01740015
           MOVE 'CHANGED FIELDS' TO RPT-HEAD-TEXT.                      01750015
           WRITE JRNRPT-LINE FROM RPT-HEADING.                          01760015
           PERFORM 0100-SCAN-JOURNAL.                                   01770015
                                                                        01780015
           MOVE W-log-cnt TO RPT-LOG-CNT.                               01790015
           MOVE W-sel-cnt TO RPT-SEL-CNT.                               01800015
           WRITE JRNRPT-LINE FROM RPT-TOTALS.                           01810015
                                                                        01820015
           CLOSE JRNRPT.                                                01830015
           EXIT PROGRAM.                                                01840015
           STOP RUN.                                                    01850015
       SECTION-EXIT.                                                    01860015
           EXIT.                                                        01870015
      *----------------------------------------------------------------*01880015
      *  every selection card lands in its SEL- field and is echoed    *01890015
      *  under the selection heading.                                  *01900015
      *----------------------------------------------------------------*01910015
       0050-READ-SYSIN                     SECTION.                     01920015
      *----------------------------------------------------------------*01930015
       SECTION-ENTRY.                                                   01940015
           OPEN INPUT SYSIN.                                            01950015
           IF WS-SYSIN-STATUS NOT = '00'                                01960015
              GO TO SECTION-EXIT                                        01970015
           END-IF.                                                      01980015
       card-loop.                                                       01990015
           READ SYSIN                                                   02000015
               AT END SET SYSIN-EOF TO TRUE.                            02010015
           IF SYSIN-EOF                                                 02020015
              CLOSE SYSIN                                               02030015
              GO TO SECTION-EXIT                                        02040015
           END-IF.                                                      02050015
           IF SYSIN-CARD = SPACES OR SI-KEYWORD(1:1) = '*'              02060015
              GO TO card-loop                                           02070015
           END-IF.                                                      02080015
           EVALUATE SI-KEYWORD                                          02090015
              WHEN 'KEY'                                                02100015
                 MOVE SI-VALUE TO SEL-KEY                               02110015
              WHEN 'ELEMENT'                                            02120015
                 MOVE SI-VALUE TO SEL-ELEMENT                           02130015
              WHEN 'CALLER'                                             02140015
                 MOVE SI-VALUE TO SEL-CALLER                            02150015
              WHEN 'JSONMAP'                                            02160015
                 MOVE SI-VALUE TO SEL-MODNAME                           02170015
              WHEN 'FROM'                                               02180015
                 MOVE SI-VALUE TO SEL-FROM                              02190015
              WHEN 'TO'                                                 02200015
                 MOVE SI-VALUE TO SEL-TO                                02210015
              WHEN OTHER                                                02220015
                 DISPLAY 'ISPTB032 - UNKNOWN SELECTION KEYWORD '        02230015
                     SI-KEYWORD ' IGNORED.'                             02240015
                 GO TO card-loop                                        02250015
           END-EVALUATE.                                                02260015
           ADD 1 TO W-card-cnt.                                         02270015
           MOVE SI-KEYWORD TO RPT-C-KEYWORD.                            02280015
           MOVE SI-VALUE   TO RPT-C-VALUE.                              02290015
           WRITE JRNRPT-LINE FROM RPT-CRIT-LINE.                        02300015
           GO TO card-loop.                                             02310015
       SECTION-EXIT.                                                    02320015
           EXIT.                                                        02330015
      *----------------------------------------------------------------*02340015
      *  read the journal front to back; a matching row prints with    *02350015
      *  its old and new values beneath it.                            *02360015
      *----------------------------------------------------------------*02370015
       0100-SCAN-JOURNAL                   SECTION.                     02380015
      *----------------------------------------------------------------*02390015
       SECTION-ENTRY.                                                   02400015
           OPEN INPUT JRNLOG.                                           02410015
           IF WS-JRNLOG-STATUS NOT = '00'                               02420015
              DISPLAY 'ISPTB032 - JRNLOG OPEN STATUS '                  02430015
                  WS-JRNLOG-STATUS                                      02440015
              GO TO SECTION-EXIT                                        02450015
           END-IF.                                                      02460015
       log-loop.                                                        02470015
           READ JRNLOG                                                  02480015
               AT END SET LOG-EOF TO TRUE.                              02490015
           IF LOG-EOF                                                   02500015
              CLOSE JRNLOG                                              02510015
              GO TO SECTION-EXIT                                        02520015
           END-IF.                                                      02530015
           ADD 1 TO W-log-cnt.                                          02540015
           IF SEL-KEY NOT = SPACES AND JR-KEY NOT = SEL-KEY             02550015
              GO TO log-loop                                            02560015
           END-IF.                                                      02570015
           IF SEL-ELEMENT NOT = SPACES AND JR-ELEMENT NOT = SEL-ELEMENT 02580015
              GO TO log-loop                                            02590015
           END-IF.                                                      02600015
           IF SEL-CALLER NOT = SPACES AND JR-CALLER NOT = SEL-CALLER    02610015
              GO TO log-loop                                            02620015
           END-IF.                                                      02630015
           IF SEL-MODNAME NOT = SPACES AND JR-MODNAME NOT = SEL-MODNAME 02640015
              GO TO log-loop                                            02650015
           END-IF.                                                      02660015
           IF SEL-FROM NOT = SPACES AND JR-TIMESTAMP(1:8) < SEL-FROM    02670015
              GO TO log-loop                                            02680015
           END-IF.                                                      02690015
           IF SEL-TO NOT = SPACES AND JR-TIMESTAMP(1:8) > SEL-TO        02700015
              GO TO log-loop                                            02710015
           END-IF.                                                      02720015
           ADD 1 TO W-sel-cnt.                                          02730015
           PERFORM 0200-LIST-ROW.                                       02740015
           GO TO log-loop.                                              02750015
       SECTION-EXIT.                                                    02760015
           EXIT.                                                        02770015
      *----------------------------------------------------------------*02780015
       0200-LIST-ROW                       SECTION.                     02790015
      *----------------------------------------------------------------*02800015
       SECTION-ENTRY.                                                   02810015
           MOVE JR-TIMESTAMP(1:8)  TO RPT-D-DATE.                       02820015
           MOVE JR-TIMESTAMP(9:6)  TO RPT-D-TIME.                       02830015
           MOVE JR-CALLER          TO RPT-D-CALLER.                     02840015
           MOVE JR-MODNAME         TO RPT-D-MODNAME.                    02850015
           MOVE JR-KEY             TO RPT-D-KEY.                        02860015
           MOVE JR-ELEMENT         TO RPT-D-ELEMENT.                    02870015
           MOVE JR-OCC             TO RPT-D-OCC.                        02880015
           WRITE JRNRPT-LINE FROM RPT-DETAIL-LINE.                      02890015
           MOVE 'WAS '             TO RPT-V-LABEL.                      02900015
           MOVE JR-OLD-VALUE       TO RPT-V-VALUE.                      02910015
           WRITE JRNRPT-LINE FROM RPT-VALUE-LINE.                       02920015
           MOVE 'NOW '             TO RPT-V-LABEL.                      02930015
           MOVE JR-NEW-VALUE       TO RPT-V-VALUE.                      02940015
           WRITE JRNRPT-LINE FROM RPT-VALUE-LINE.                       02950015
       SECTION-EXIT.                                                    02960015
           EXIT.                                                        02970015
