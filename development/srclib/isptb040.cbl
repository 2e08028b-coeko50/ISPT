      *COBOL PGM SOURCE FOR isptb040                                    00010015
       IDENTIFICATION DIVISION.                                         00020015
       PROGRAM-ID.                     isptb040.                        00030015
       AUTHOR.                         Kosie.                           00040015
       DATE-WRITTEN.                   26/10/15.                        00050015
      *----------------------------------------------------------------*00060015
      *                                                                *00070015
      *                                                                *00080015
      * Audit history archive with retention and controlled expiry.    *00090015
      *                                                                *00100015
      * isptb027 drains AUDITREC-169 to the sequential AUDITLOG and    *00110015
      * isptb011 / isptb018 read the day's rows, but once the rollup   *00120015
      * jobs empty the logs the detail is gone - the usage master      *00130015
      * keeps counters, not who fetched what when.  This job keeps     *00140015
      * the detail : every night it appends the AUDITLOG rows, and     *00150015
      * the isptc004 / isptc005 / isptc006 STATSLOG rows, to one       *00160015
      * cumulative archive, each row stamped with its own date and     *00170015
      * the date it was archived, using the isptb011 old-archive /     *00180015
      * new-archive sequential update.  isptb041 searches it.          *00190015
      *                                                                *00200015
      * Retention : a row whose date is more than RETAIN days before   *00210015
      * the run date has outlived its retention.  Expiry is            *00220015
      * controlled - without an EXPIRE card such rows are kept and     *00230015
      * only counted as DUE, with return code 4 so the scheduler       *00240015
      * flags it; with EXPIRE YES they leave the archive, and every    *00250015
      * row that leaves is written to EXPIRED first, so nothing goes   *00260015
      * without a record of what went.                                 *00270015
      *                                                                *00280015
      * Rerun guard : an old archive that already holds rows archived  *00290015
      * on the run date means tonight's logs are in - nothing is       *00300015
      * appended again and the run ends with return code 4.  On any    *00310015
      * other night a log row is appended only if it is later than     *00310215
      * the newest row of its source the old archive holds, so a log   *00310415
      * that was not emptied since the last run is not archived        *00310615
      * twice - those rows count as SKIPPED.                           *00310815
      *                                                                *00311015
      * An OLDARCH that will not open (other than not being there at   *00311215
      * all on the first run), or a NEWARCH / EXPIRED that will not    *00311415
      * open, ends the run with return code 12 before a row is         *00311615
      * written; the job then deletes the empty new generations.       *00311815
      *                                                                *00320015
      * -------------------------------------------------------------  *00330015
      *                                                                *00340015
      * Files :                                                        *00350015
      *   AUDITLOG  the sequential audit log isptb027 drained -        *00360015
      *             schedule this job after isptb027 and ahead of the  *00370015
      *             isptb011 job that empties the log                  *00380015
      *   STATSLOG  the engines' statistics log - ahead of the         *00390015
      *             isptb022 job that empties it.  only isptc004 /     *00400015
      *             isptc005 / isptc006 rows are archived (isptc002's  *00410015
      *             cache rows are not engine calls)                   *00420015
      *   OLDARCH   the previous run's archive (absent or empty on     *00430015
      *             the first run)                                     *00440015
      *   NEWARCH   the archive as of this run                         *00450015
      *   EXPIRED   the rows expired by this run (DD DUMMY on the      *00460015
      *             nightly runs - allocated only with EXPIRE YES)     *00460215
      *   ARCHRPT   the report                                         *00470015
      *                                                                *00480015
      * SYSIN control cards, all optional :                            *00490015
      *   01-08   keyword  RETAIN / EXPIRE                             *00500015
      *   10-14   RETAIN   days a row is kept (default 02555, seven    *00510015
      *                    years)                                      *00520015
      *   10-12   EXPIRE   YES drops the rows past retention           *00530015
      *                                                                *00540015
      * Archive row (100 bytes) :                                      *00550015
      *   01      source   A audit row, S statistics row               *00560015
      *   03-10   the row's own date, yyyymmdd                         *00570015
      *   12-19   the date the row was archived                        *00580015
      *   21-100  the AUDITLOG or STATSLOG row as it was written       *00590015
      *                                                                *00600015
      * Maintenance                                                    *00610015
      * 26/10/15  new program                                          *00620015
      *                                                                *00630015
      *----------------------------------------------------------------*00640015
       ENVIRONMENT DIVISION.                                            00650015
      *                                                                 00660015
       CONFIGURATION SECTION.                                           00670015
      *SOURCE-COMPUTER.                IBM WITH DEBUGGING MODE.         00680015
      *                                                                 00690015
       INPUT-OUTPUT SECTION.                                            00700015
       FILE-CONTROL.                                                    00710015
           SELECT SYSIN       ASSIGN TO SYSIN                           00720015
               FILE STATUS IS WS-SYSIN-STATUS.                          00730015
           SELECT AUDITLOG    ASSIGN TO AUDITLOG                        00740015
               FILE STATUS IS WS-AUDITLOG-STATUS.                       00750015
           SELECT STATSLOG    ASSIGN TO STATSLOG                        00760015
               FILE STATUS IS WS-STATSLOG-STATUS.                       00770015
           SELECT OLDARCH     ASSIGN TO OLDARCH                         00780015
               FILE STATUS IS WS-OLDARCH-STATUS.                        00790015
           SELECT NEWARCH     ASSIGN TO NEWARCH                         00800015
               FILE STATUS IS WS-NEWARCH-STATUS.                        00810015
           SELECT EXPIRED     ASSIGN TO EXPIRED                         00820015
               FILE STATUS IS WS-EXPIRED-STATUS.                        00830015
           SELECT ARCHRPT     ASSIGN TO ARCHRPT                         00840015
               FILE STATUS IS WS-ARCHRPT-STATUS.                        00850015
      *----------------------------------------------------------------*00860015
      *                                                                *00870015
      *----------------------------------------------------------------*00880015
       DATA DIVISION.                                                   00890015
      *                                                                 00900015
       FILE SECTION.                                                    00910015
       FD  SYSIN                                                        00920015
           RECORDING MODE IS F.                                         00930015
       01  SYSIN-CARD.                                                  00940015
           05 SI-KEYWORD                      PIC X(08).                00950015
           05 FILLER                          PIC X(01).                00960015
           05 SI-VALUE                        PIC X(08).                00970015
           05 SI-DAYS REDEFINES SI-VALUE.                               00980015
              10 SI-DAYS-NUM                  PIC 9(05).                00990015
              10 FILLER                       PIC X(03).                01000015
           05 FILLER                          PIC X(63).                01010015
                                                                        01020015
       FD  AUDITLOG                                                     01030015
           RECORDING MODE IS F.                                         01040015
       01  AUDITLOG-RECORD.                                             01050015
           05 AL-TIMESTAMP                       PIC X(26).             01060015
           05 FILLER                             PIC X(01).             01070015
           05 AL-PROGRAM                         PIC X(08).             01080015
           05 FILLER                             PIC X(01).             01090015
           05 AL-MODNAME                         PIC X(08).             01100015
           05 FILLER                             PIC X(01).             01110015
           05 AL-VERSION                         PIC 9(01).             01120015
           05 FILLER                             PIC X(01).             01130015
           05 AL-FOUND-SW                        PIC X(01).             01140015
           05 FILLER                             PIC X(01).             01150015
           05 AL-CALLER                          PIC X(08).             01160015
           05 FILLER                             PIC X(19).             01170015
                                                                        01180015
       FD  STATSLOG                                                     01190015
           RECORDING MODE IS F.                                         01200015
       01  STATSLOG-RECORD.                                             01210015
           05 ST-TIMESTAMP                       PIC X(26).             01220015
           05 FILLER                             PIC X(01).             01230015
           05 ST-PROGRAM                         PIC X(08).             01240015
           05 FILLER                             PIC X(45).             01250015
                                                                        01260015
       FD  OLDARCH                                                      01270015
           RECORDING MODE IS F.                                         01280015
       01  OLDARCH-RECORD                     PIC X(100).               01290015
                                                                        01300015
       FD  NEWARCH                                                      01310015
           RECORDING MODE IS F.                                         01320015
       01  NEWARCH-RECORD                     PIC X(100).               01330015
                                                                        01340015
       FD  EXPIRED                                                      01350015
           RECORDING MODE IS F.                                         01360015
       01  EXPIRED-RECORD                     PIC X(100).               01370015
                                                                        01380015
       FD  ARCHRPT                                                      01390015
           RECORDING MODE IS F.                                         01400015
       01  ARCHRPT-LINE                       PIC X(132).               01410015
      *----------------------------------------------------------------*01420015
       WORKING-STORAGE SECTION.                                         01430015
        01 FILLER                                 PIC X(50) VALUE       01440015
            '*******  isptb040  WORKING STORAGE STARTS HERE -->'.       01450015
                                                                        01460015
        01 WORK-FIELDS.                                                 01470015
           05 W-retain-days                      PIC 9(05) VALUE 2555.  01480015
           05 W-expire-sw                        PIC X(01) VALUE 'N'.   01490015
              88 EXPIRY-ON                          VALUE 'Y'.          01500015
           05 W-today                            PIC X(08).             01510015
           05 W-cutoff-date                      PIC X(08).             01520015
           05 W-cutoff-int                       PIC S9(8) COMP.        01530015
           05 W-rerun-sw                         PIC X(01) VALUE 'N'.   01540015
              88 ALREADY-ARCHIVED                   VALUE 'Y'.          01550015
           05 W-eof-sysin-sw                     PIC X(01) VALUE 'N'.   01560015
              88 SYSIN-EOF                          VALUE 'Y'.          01570015
           05 W-eof-old-sw                       PIC X(01) VALUE 'N'.   01580015
              88 OLD-EOF                            VALUE 'Y'.          01590015
           05 W-old-open-sw                      PIC X(01) VALUE 'N'.   01600015
              88 OLD-PRESENT                        VALUE 'Y'.          01610015
           05 W-arch-open-sw                     PIC X(01) VALUE 'N'.   01610215
              88 ARCHIVE-UNUSABLE                   VALUE 'U'.          01610415
           05 W-bad-file                         PIC X(08).             01610615
           05 W-bad-status                       PIC X(02).             01610815
           05 W-eof-log-sw                       PIC X(01) VALUE 'N'.   01620015
              88 LOG-EOF                            VALUE 'Y'.          01630015
           05 W-oldest-date                      PIC X(08).             01640015
           05 W-newest-date                      PIC X(08).             01650015
           05 WS-SYSIN-STATUS                    PIC X(02).             01660015
           05 WS-AUDITLOG-STATUS                 PIC X(02).             01670015
           05 WS-STATSLOG-STATUS                 PIC X(02).             01680015
           05 WS-OLDARCH-STATUS                  PIC X(02).             01690015
           05 WS-NEWARCH-STATUS                  PIC X(02).             01700015
           05 WS-EXPIRED-STATUS                  PIC X(02).             01710015
           05 WS-ARCHRPT-STATUS                  PIC X(02).             01720015
           05 W-current-date-area.                                      01730015
              10 W-cd-date                       PIC X(08).             01740015
              10 FILLER                          PIC X(13).             01750015
                                                                        01760015
      *    per source (1 audit, 2 statistics) : rows kept from the     *01770015
      *    old archive, due or expired, read from the log, appended,   *01780015
      *    and the newest log timestamp the old archive holds.         *01780215
        01 COUNT-TABLE.                                                 01790015
           05 cnt-entry occurs 2 times.                                 01800015
              10 cnt-kept                        PIC 9(11) COMP-3.      01810015
              10 cnt-due                         PIC 9(11) COMP-3.      01820015
              10 cnt-expired                     PIC 9(11) COMP-3.      01830015
              10 cnt-read                        PIC 9(11) COMP-3.      01840015
              10 cnt-skipped                     PIC 9(11) COMP-3.      01850015
              10 cnt-added                       PIC 9(11) COMP-3.      01860015
              10 cnt-hiwater                     PIC X(26).             01860215
           05 W-src                              PIC S9(4) COMP.        01870015
                                                                        01880015
      *    one archive row - the OLDARCH / NEWARCH / EXPIRED layout.   *01890015
        01 ARCHIVE-ROW.                                                 01900015
           05 AR-SOURCE                          PIC X(01).             01910015
              88 AR-AUDIT-ROW                       VALUE 'A'.          01920015
              88 AR-STATS-ROW                       VALUE 'S'.          01930015
           05 FILLER                             PIC X(01).             01940015
           05 AR-DATE                            PIC X(08).             01950015
           05 FILLER                             PIC X(01).             01960015
           05 AR-ARCHIVED                        PIC X(08).             01970015
           05 FILLER                             PIC X(01).             01980015
           05 AR-DATA                            PIC X(80).             01990015
                                                                        02000015
        01 REPORT-FIELDS.                                               02010015
           05 RPT-HEADING.                                              02020015
              10 RPT-HEAD-TEXT   PIC X(50).                             02030015
           05 RPT-PARM-LINE.                                            02040015
              10 FILLER          PIC X(02) VALUE SPACE.                 02050015
              10 RPT-P-LABEL     PIC X(24).                             02060015
              10 RPT-P-VALUE     PIC X(08).                             02070015
           05 RPT-COUNT-LINE.                                           02080015
              10 FILLER          PIC X(02) VALUE SPACE.                 02090015
              10 RPT-C-SOURCE    PIC X(08).                             02100015
              10 FILLER          PIC X(07) VALUE ' KEPT ='.             02110015
              10 RPT-C-KEPT      PIC ZZZ,ZZZ,ZZZ,ZZ9.                   02120015
              10 FILLER          PIC X(06) VALUE ' DUE ='.              02130015
              10 RPT-C-DUE       PIC ZZZ,ZZZ,ZZ9.                       02140015
              10 FILLER          PIC X(10) VALUE ' EXPIRED ='.          02150015
              10 RPT-C-EXPIRED   PIC ZZZ,ZZZ,ZZ9.                       02160015
              10 FILLER          PIC X(07) VALUE ' READ ='.             02170015
              10 RPT-C-READ      PIC ZZZ,ZZZ,ZZ9.                       02180015
              10 FILLER          PIC X(10) VALUE ' SKIPPED ='.          02190015
              10 RPT-C-SKIPPED   PIC ZZZ,ZZZ,ZZ9.                       02200015
              10 FILLER          PIC X(11) VALUE ' ARCHIVED ='.         02210015
              10 RPT-C-ADDED     PIC ZZZ,ZZZ,ZZ9.                       02220015
           05 RPT-MESSAGE-LINE.                                         02230015
              10 FILLER          PIC X(02) VALUE SPACE.                 02240015
              10 RPT-M-TEXT      PIC X(100).                            02250015
      *----------------------------------------------------------------*02260015
       PROCEDURE DIVISION.                                              02270015
      *----------------------------------------------------------------*02280015
      *                                                                *02290015
      *----------------------------------------------------------------*02300015
       0000-MAINLINE                       SECTION.                     02310015
      *----------------------------------------------------------------*02320015
       SECTION-ENTRY.                                                   02330015
           DISPLAY '*  isptb040 ENTRY               *'.                 02340015
           MOVE FUNCTION CURRENT-DATE TO W-current-date-area.           02350015
           MOVE W-cd-date TO W-today.                                   02360015
           MOVE 0 TO RETURN-CODE.                                       02370015
           PERFORM 0050-READ-SYSIN.                                     02380015
           COMPUTE W-cutoff-int =                                       02390015
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(W-today))       02400015
               - W-retain-days.                                         02410015
           COMPUTE W-cutoff-int =                                       02420015
               FUNCTION DATE-OF-INTEGER(W-cutoff-int).                  02430015
           MOVE W-cutoff-int TO W-cutoff-date.                          02440015
           MOVE HIGH-VALUES TO W-oldest-date.                           02450015
           MOVE LOW-VALUES  TO W-newest-date.                           02460015
           INITIALIZE COUNT-TABLE.                                      02470015
                                                                        02480015
           OPEN OUTPUT ARCHRPT.                                         02490015
                                                                        02540015
           MOVE 'AUDIT HISTORY ARCHIVE - PARAMETERS' TO RPT-HEAD-TEXT.  02550015
           WRITE ARCHRPT-LINE FROM RPT-HEADING.                         02560015
           MOVE 'RUN DATE'                TO RPT-P-LABEL.               02570015
           MOVE W-today                   TO RPT-P-VALUE.               02580015
           WRITE ARCHRPT-LINE FROM RPT-PARM-LINE.                       02590015
           MOVE 'RETAIN DAYS'             TO RPT-P-LABEL.               02600015
           MOVE W-retain-days             TO RPT-P-VALUE.               02610015
           WRITE ARCHRPT-LINE FROM RPT-PARM-LINE.                       02620015
           MOVE 'ROWS DATED BEFORE'       TO RPT-P-LABEL.               02630015
           MOVE W-cutoff-date             TO RPT-P-VALUE.               02640015
           WRITE ARCHRPT-LINE FROM RPT-PARM-LINE.                       02650015
           MOVE 'EXPIRY'                  TO RPT-P-LABEL.               02660015
           IF EXPIRY-ON                                                 02670015
              MOVE 'EXPIRE'               TO RPT-P-VALUE                02680015
           ELSE                                                         02690015
              MOVE 'REPORT'               TO RPT-P-VALUE                02700015
           END-IF.                                                      02710015
           WRITE ARCHRPT-LINE FROM RPT-PARM-LINE.                       02720015
                                                                        02720215
           PERFORM 0080-OPEN-ARCHIVES.                                  02730015
           IF ARCHIVE-UNUSABLE                                          02730215
              MOVE 12 TO RETURN-CODE                                    02730415
              CLOSE ARCHRPT                                             02730615
              GO TO mainline-end                                        02730815
           END-IF.                                                      02731015
                                                                        02731215
           PERFORM 0100-COPY-OLD-ARCHIVE.                               02740015
           IF ALREADY-ARCHIVED                                          02750015
              MOVE 'THE ARCHIVE ALREADY HOLDS ROWS ARCHIVED TODAY -'    02760015
                  TO RPT-M-TEXT                                         02770015
              WRITE ARCHRPT-LINE FROM RPT-MESSAGE-LINE                  02780015
              MOVE 'TONIGHT''S LOGS ARE NOT APPENDED AGAIN.'            02790015
                  TO RPT-M-TEXT                                         02800015
              WRITE ARCHRPT-LINE FROM RPT-MESSAGE-LINE                  02810015
              MOVE 4 TO RETURN-CODE                                     02820015
           ELSE                                                         02830015
              PERFORM 0200-APPEND-AUDITLOG                              02840015
              PERFORM 0300-APPEND-STATSLOG                              02850015
           END-IF.                                                      02860015
                                                                        02870015
           PERFORM 0400-REPORT-COUNTS.                                  02880015
                                                                        02890015
           IF EXPIRY-ON                                                 02900015
              CLOSE EXPIRED                                             02910015
           END-IF.                                                      02920015
           CLOSE NEWARCH, ARCHRPT.                                      02930015
       mainline-end.                                                    02940015
           EXIT PROGRAM.                                                02940215
           STOP RUN.                                                    02950015
       SECTION-EXIT.                                                    02960015
           EXIT.                                                        02970015
      *----------------------------------------------------------------*02980015
      *  RETAIN and EXPIRE cards; anything else is reported and        *02990015
      *  ignored.                                                      *03000015
      *----------------------------------------------------------------*03010015
       0050-READ-SYSIN                     SECTION.                     03020015
      *----------------------------------------------------------------*03030015
       SECTION-ENTRY.                                                   03040015
           OPEN INPUT SYSIN.                                            03050015
           IF WS-SYSIN-STATUS NOT = '00'                                03060015
              GO TO SECTION-EXIT                                        03070015
           END-IF.                                                      03080015
       card-loop.                                                       03090015
           READ SYSIN                                                   03100015
               AT END SET SYSIN-EOF TO TRUE.                            03110015
           IF SYSIN-EOF                                                 03120015
              CLOSE SYSIN                                               03130015
              GO TO SECTION-EXIT                                        03140015
           END-IF.                                                      03150015
           IF SYSIN-CARD = SPACES OR SI-KEYWORD(1:1) = '*'              03160015
              GO TO card-loop                                           03170015
           END-IF.                                                      03180015
           EVALUATE SI-KEYWORD                                          03190015
              WHEN 'RETAIN'                                             03200015
                 IF SI-DAYS-NUM NUMERIC AND SI-DAYS-NUM > 0             03210015
                    MOVE SI-DAYS-NUM TO W-retain-days                   03220015
                 ELSE                                                   03230015
                    DISPLAY 'ISPTB040 - RETAIN ' SI-VALUE               03240015
                        ' NOT A DAY COUNT, DEFAULT KEPT.'               03250015
                 END-IF                                                 03260015
              WHEN 'EXPIRE'                                             03270015
                 IF SI-VALUE(1:3) = 'YES'                               03280015
                    SET EXPIRY-ON TO TRUE                               03290015
                 END-IF                                                 03300015
              WHEN OTHER                                                03310015
                 DISPLAY 'ISPTB040 - UNKNOWN CONTROL KEYWORD '          03320015
                     SI-KEYWORD ' IGNORED.'                             03330015
           END-EVALUATE.                                                03340015
           GO TO card-loop.                                             03350015
       SECTION-EXIT.                                                    03360015
           EXIT.                                                        03370015
      *----------------------------------------------------------------*03370115
      *  the archive files.  no OLDARCH at all (05 / 35) is the first  *03370215
      *  run.  any other OLDARCH status, or a NEWARCH / EXPIRED that   *03370315
      *  will not open, stops the run before a row is written - a new  *03370415
      *  generation built without the old one would lose the history.  *03370515
      *----------------------------------------------------------------*03370615
       0080-OPEN-ARCHIVES                  SECTION.                     03370715
      *----------------------------------------------------------------*03370815
       SECTION-ENTRY.                                                   03370915
           OPEN INPUT OLDARCH.                                          03371015
           IF WS-OLDARCH-STATUS = '00'                                  03371115
              SET OLD-PRESENT TO TRUE                                   03371215
              GO TO open-new                                            03371315
           END-IF.                                                      03371415
           IF WS-OLDARCH-STATUS NOT = '05' AND NOT = '35'               03371515
              MOVE 'OLDARCH'          TO W-bad-file                     03371615
              MOVE WS-OLDARCH-STATUS  TO W-bad-status                   03371715
              GO TO open-failed                                         03371815
           END-IF.                                                      03371915
           IF WS-OLDARCH-STATUS = '05'                                  03372015
              CLOSE OLDARCH                                             03372115
           END-IF.                                                      03372215
           MOVE 'NO PREVIOUS ARCHIVE - STARTING A NEW ONE.'             03372315
               TO RPT-M-TEXT.                                           03372415
           WRITE ARCHRPT-LINE FROM RPT-MESSAGE-LINE.                    03372515
       open-new.                                                        03372615
           OPEN OUTPUT NEWARCH.                                         03372715
           IF WS-NEWARCH-STATUS NOT = '00'                              03372815
              MOVE 'NEWARCH'          TO W-bad-file                     03372915
              MOVE WS-NEWARCH-STATUS  TO W-bad-status                   03373015
              IF OLD-PRESENT                                            03373115
                 CLOSE OLDARCH                                          03373215
              END-IF                                                    03373315
              GO TO open-failed                                         03373415
           END-IF.                                                      03373515
           IF NOT EXPIRY-ON                                             03373615
              GO TO SECTION-EXIT                                        03373715
           END-IF.                                                      03373815
           OPEN OUTPUT EXPIRED.                                         03373915
           IF WS-EXPIRED-STATUS NOT = '00'                              03374015
              MOVE 'EXPIRED'          TO W-bad-file                     03374115
              MOVE WS-EXPIRED-STATUS  TO W-bad-status                   03374215
              IF OLD-PRESENT                                            03374315
                 CLOSE OLDARCH                                          03374415
              END-IF                                                    03374515
              CLOSE NEWARCH                                             03374615
              GO TO open-failed                                         03374715
           END-IF.                                                      03374815
           GO TO SECTION-EXIT.                                          03374915
       open-failed.                                                     03375015
           DISPLAY 'ISPTB040 - ' W-bad-file 'OPEN STATUS '              03375115
               W-bad-status.                                            03375215
           MOVE SPACES TO RPT-M-TEXT.                                   03375315
           STRING W-bad-file     DELIMITED BY SPACE                     03375415
                  ' OPEN STATUS ' DELIMITED BY SIZE                     03375515
                  W-bad-status   DELIMITED BY SIZE                      03375615
                  ' - RUN STOPPED, NO ARCHIVE WRITTEN.'                 03375715
                                 DELIMITED BY SIZE                      03375815
               INTO RPT-M-TEXT.                                         03375915
           WRITE ARCHRPT-LINE FROM RPT-MESSAGE-LINE.                    03376015
           SET ARCHIVE-UNUSABLE TO TRUE.                                03376115
       SECTION-EXIT.                                                    03376215
           EXIT.                                                        03376315
      *----------------------------------------------------------------*03380015
      *  the old archive into the new one, retention applied row by    *03390015
      *  row.  a row archived on the run date trips the rerun guard.   *03400015
      *----------------------------------------------------------------*03410015
       0100-COPY-OLD-ARCHIVE               SECTION.                     03420015
      *----------------------------------------------------------------*03430015
       SECTION-ENTRY.                                                   03440015
           IF NOT OLD-PRESENT                                           03450015
              GO TO SECTION-EXIT                                        03460015
           END-IF.                                                      03470015
           SET OLD-PRESENT TO TRUE.                                     03520015
       old-loop.                                                        03530015
           READ OLDARCH INTO ARCHIVE-ROW                                03540015
               AT END SET OLD-EOF TO TRUE.                              03550015
           IF OLD-EOF                                                   03560015
              CLOSE OLDARCH                                             03570015
              GO TO SECTION-EXIT                                        03580015
           END-IF.                                                      03590015
           IF AR-STATS-ROW                                              03600015
              MOVE 2 TO W-src                                           03610015
           ELSE                                                         03620015
              MOVE 1 TO W-src                                           03630015
           END-IF.                                                      03640015
           IF AR-DATA(1:26) > cnt-hiwater(W-src)                        03640215
              MOVE AR-DATA(1:26) TO cnt-hiwater(W-src)                  03640415
           END-IF.                                                      03640615
           IF AR-ARCHIVED = W-today                                     03650015
              SET ALREADY-ARCHIVED TO TRUE                              03660015
           END-IF.                                                      03670015
           IF AR-DATE < W-cutoff-date                                   03680015
              IF EXPIRY-ON                                              03690015
                 WRITE EXPIRED-RECORD FROM ARCHIVE-ROW                  03700015
                 ADD 1 TO cnt-expired(W-src)                            03710015
                 GO TO old-loop                                         03720015
              END-IF                                                    03730015
              ADD 1 TO cnt-due(W-src)                                   03740015
           END-IF.                                                      03750015
           ADD 1 TO cnt-kept(W-src).                                    03760015
           PERFORM 0500-WRITE-ARCHIVE.                                  03770015
           GO TO old-loop.                                              03780015
       SECTION-EXIT.                                                    03790015
           EXIT.                                                        03800015
      *----------------------------------------------------------------*03810015
      *  every AUDITLOG row, found / not-found / denied / masked       *03820015
      *  alike - the archive is the investigation trail, not usage.    *03830015
      *----------------------------------------------------------------*03840015
       0200-APPEND-AUDITLOG                SECTION.                     03850015
      *----------------------------------------------------------------*03860015
       SECTION-ENTRY.                                                   03870015
           MOVE 'N' TO W-eof-log-sw.                                    03880015
           OPEN INPUT AUDITLOG.                                         03890015
           IF WS-AUDITLOG-STATUS NOT = '00'                             03900015
              DISPLAY 'ISPTB040 - AUDITLOG OPEN STATUS '                03910015
                  WS-AUDITLOG-STATUS                                    03920015
              MOVE 'AUDITLOG COULD NOT BE OPENED - NO AUDIT ROWS ADDED.'03930015
                  TO RPT-M-TEXT                                         03940015
              WRITE ARCHRPT-LINE FROM RPT-MESSAGE-LINE                  03950015
              MOVE 8 TO RETURN-CODE                                     03960015
              GO TO SECTION-EXIT                                        03970015
           END-IF.                                                      03980015
       audit-loop.                                                      03990015
           READ AUDITLOG                                                04000015
               AT END SET LOG-EOF TO TRUE.                              04010015
           IF LOG-EOF                                                   04020015
              CLOSE AUDITLOG                                            04030015
              GO TO SECTION-EXIT                                        04040015
           END-IF.                                                      04050015
           ADD 1 TO cnt-read(1).                                        04060015
           IF AL-TIMESTAMP(1:8) NOT NUMERIC                             04070015
              ADD 1 TO cnt-skipped(1)                                   04080015
              GO TO audit-loop                                          04090015
           END-IF.                                                      04100015
      *    a row the old archive already holds - the log was not       *04100215
      *    emptied since the last run - is not appended twice.         *04100415
           IF AL-TIMESTAMP NOT > cnt-hiwater(1)                         04100615
              ADD 1 TO cnt-skipped(1)                                   04100815
              GO TO audit-loop                                          04101015
           END-IF.                                                      04101215
           MOVE SPACES             TO ARCHIVE-ROW.                      04110015
           SET AR-AUDIT-ROW        TO TRUE.                             04120015
           MOVE AL-TIMESTAMP(1:8)  TO AR-DATE.                          04130015
           MOVE W-today            TO AR-ARCHIVED.                      04140015
           MOVE AUDITLOG-RECORD    TO AR-DATA.                          04150015
           ADD 1 TO cnt-added(1).                                       04160015
           PERFORM 0500-WRITE-ARCHIVE.                                  04170015
           GO TO audit-loop.                                            04180015
       SECTION-EXIT.                                                    04190015
           EXIT.                                                        04200015
      *----------------------------------------------------------------*04210015
      *  the engine rows only - isptc004 / isptc005 / isptc006.        *04220015
      *----------------------------------------------------------------*04230015
       0300-APPEND-STATSLOG                SECTION.                     04240015
      *----------------------------------------------------------------*04250015
       SECTION-ENTRY.                                                   04260015
           MOVE 'N' TO W-eof-log-sw.                                    04270015
           OPEN INPUT STATSLOG.                                         04280015
           IF WS-STATSLOG-STATUS NOT = '00'                             04290015
              DISPLAY 'ISPTB040 - STATSLOG OPEN STATUS '                04300015
                  WS-STATSLOG-STATUS                                    04310015
              MOVE 'STATSLOG COULD NOT BE OPENED - NO STATS ROWS ADDED.'04320015
                  TO RPT-M-TEXT                                         04330015
              WRITE ARCHRPT-LINE FROM RPT-MESSAGE-LINE                  04340015
              MOVE 8 TO RETURN-CODE                                     04350015
              GO TO SECTION-EXIT                                        04360015
           END-IF.                                                      04370015
       stats-loop.                                                      04380015
           READ STATSLOG                                                04390015
               AT END SET LOG-EOF TO TRUE.                              04400015
           IF LOG-EOF                                                   04410015
              CLOSE STATSLOG                                            04420015
              GO TO SECTION-EXIT                                        04430015
           END-IF.                                                      04440015
           ADD 1 TO cnt-read(2).                                        04450015
           IF ST-PROGRAM NOT = 'isptc004'                               04460015
            AND ST-PROGRAM NOT = 'isptc005'                             04470015
            AND ST-PROGRAM NOT = 'isptc006'                             04480015
              ADD 1 TO cnt-skipped(2)                                   04490015
              GO TO stats-loop                                          04500015
           END-IF.                                                      04510015
           IF ST-TIMESTAMP(1:8) NOT NUMERIC                             04520015
              ADD 1 TO cnt-skipped(2)                                   04530015
              GO TO stats-loop                                          04540015
           END-IF.                                                      04550015
           IF ST-TIMESTAMP NOT > cnt-hiwater(2)                         04550215
              ADD 1 TO cnt-skipped(2)                                   04550415
              GO TO stats-loop                                          04550615
           END-IF.                                                      04550815
           MOVE SPACES             TO ARCHIVE-ROW.                      04560015
           SET AR-STATS-ROW        TO TRUE.                             04570015
           MOVE ST-TIMESTAMP(1:8)  TO AR-DATE.                          04580015
           MOVE W-today            TO AR-ARCHIVED.                      04590015
           MOVE STATSLOG-RECORD    TO AR-DATA.                          04600015
           ADD 1 TO cnt-added(2).                                       04610015
           PERFORM 0500-WRITE-ARCHIVE.                                  04620015
           GO TO stats-loop.                                            04630015
       SECTION-EXIT.                                                    04640015
           EXIT.                                                        04650015
      *----------------------------------------------------------------*04660015
       0400-REPORT-COUNTS                  SECTION.                     04670015
      *----------------------------------------------------------------*04680015
       SECTION-ENTRY.                                                   04690015
           MOVE 'ARCHIVE ROWS BY SOURCE' TO RPT-HEAD-TEXT.              04700015
           WRITE ARCHRPT-LINE FROM RPT-HEADING.                         04710015
           MOVE 0 TO W-src.                                             04720015
       count-loop.                                                      04730015
           ADD 1 TO W-src.                                              04740015
           IF W-src > 2                                                 04750015
              GO TO count-done                                          04760015
           END-IF.                                                      04770015
           IF W-src = 1                                                 04780015
              MOVE 'AUDITLOG' TO RPT-C-SOURCE                           04790015
           ELSE                                                         04800015
              MOVE 'STATSLOG' TO RPT-C-SOURCE                           04810015
           END-IF.                                                      04820015
           MOVE cnt-kept(W-src)    TO RPT-C-KEPT.                       04830015
           MOVE cnt-due(W-src)     TO RPT-C-DUE.                        04840015
           MOVE cnt-expired(W-src) TO RPT-C-EXPIRED.                    04850015
           MOVE cnt-read(W-src)    TO RPT-C-READ.                       04860015
           MOVE cnt-skipped(W-src) TO RPT-C-SKIPPED.                    04870015
           MOVE cnt-added(W-src)   TO RPT-C-ADDED.                      04880015
           WRITE ARCHRPT-LINE FROM RPT-COUNT-LINE.                      04890015
           GO TO count-loop.                                            04900015
       count-done.                                                      04910015
           IF W-oldest-date NOT = HIGH-VALUES                           04920015
              MOVE 'OLDEST ROW NOW HELD'  TO RPT-P-LABEL                04930015
              MOVE W-oldest-date          TO RPT-P-VALUE                04940015
              WRITE ARCHRPT-LINE FROM RPT-PARM-LINE                     04950015
              MOVE 'NEWEST ROW NOW HELD'  TO RPT-P-LABEL                04960015
              MOVE W-newest-date          TO RPT-P-VALUE                04970015
              WRITE ARCHRPT-LINE FROM RPT-PARM-LINE                     04980015
           END-IF.                                                      04990015
      *    rows past retention left in place are the operator's call   *05000015
      *    - flag them so the scheduler shows it.                      *05010015
           IF cnt-due(1) > 0 OR cnt-due(2) > 0                          05020015
              MOVE 'ROWS PAST RETENTION ARE DUE - RERUN WITH EXPIRE YES'05030015
                  TO RPT-M-TEXT                                         05040015
              WRITE ARCHRPT-LINE FROM RPT-MESSAGE-LINE                  05050015
              MOVE 'ONCE THE EXPIRY IS APPROVED.' TO RPT-M-TEXT         05060015
              WRITE ARCHRPT-LINE FROM RPT-MESSAGE-LINE                  05070015
              IF RETURN-CODE < 4                                        05080015
                 MOVE 4 TO RETURN-CODE                                  05090015
              END-IF                                                    05100015
           END-IF.                                                      05110015
       SECTION-EXIT.                                                    05120015
           EXIT.                                                        05130015
      *----------------------------------------------------------------*05140015
       0500-WRITE-ARCHIVE                  SECTION.                     05150015
      *----------------------------------------------------------------*05160015
       SECTION-ENTRY.                                                   05170015
           IF AR-DATE < W-oldest-date                                   05180015
              MOVE AR-DATE TO W-oldest-date                             05190015
           END-IF.                                                      05200015
           IF AR-DATE > W-newest-date                                   05210015
              MOVE AR-DATE TO W-newest-date                             05220015
           END-IF.                                                      05230015
           WRITE NEWARCH-RECORD FROM ARCHIVE-ROW.                       05240015
       SECTION-EXIT.                                                    05250015
           EXIT.                                                        05260015
