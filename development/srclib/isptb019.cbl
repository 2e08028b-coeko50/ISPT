      * Same LOADHDR-LOADTEXT MANDATORY AUTOMATIC set assumption       *00440015
      * documented in isptb009 : a stored LOADTEXT-157 connects to     *00450015
      * the current LOADHDR-156.                                       *00460015
      *                                                                *00460215
      * Every restored generation is resealed : once BACKUPF is        *00460415
      * through, each module / base vers a restored header belongs to  *00460615
      * is reassembled from the load area (base rows, then the         *00460815
      * #ISPTSEG continuations in segment order) and its MODSEAL-171   *00461015
      * seal (layout documented in isptb009) is replaced with one      *00461215
      * hashed from what is now stored, stamped with the restore time  *00461415
      * and ISPTB019.  A generation whose base header is not in the    *00461615
      * load area is reported UNSEALED and left for isptb037 to flag.  *00461815
      *                                                                *00462015
      * A restored live generation (base vers below 10) also bumps     *00462215
      * the module's CACHEGEN-175 generation (isptc002 documents the   *00462415
      * record), so no online region keeps serving the body the        *00462615
      * restore replaced from its jsonmap cache.                       *00462815
      *                                                                *00463015
      * The seal table holds 3000 generations, the isptb037 load-area  *00463215
      * bound.  Any generation past it is neither resealed nor bumped; *00463415
      * RESTRPT says so and the run ends RC 4, as it does when any     *00463615
      * generation is reported UNSEALED.                               *00463815
      *                                                                *00470015
      * Maintenance                                                    *00480015
      * 26/09/01  new program                                          *00490015
      * 26/10/15  restored generations are reassembled and resealed    *00490215
      *           (MODSEAL-171); SEALED / UNSEALED lines and a SEALED  *00490415
      *           total on RESTRPT                                     *00490615
      * 26/10/15  a restored live generation bumps CACHEGEN-175,       *00490815
      *           invalidating isptc002's cached bodies for the module *00491015
      * 26/10/15  seal table sized to 3000; a full table and any       *00491215
      *           UNSEALED generation are reported and end RC 4        *00491415
      *                                                                *00500015
      *----------------------------------------------------------------*00510015
       ENVIRONMENT DIVISION.                                            00520015
           05 W-replaced-cnt                     PIC S9(4) COMP.        01430015
           05 W-skipped-cnt                      PIC S9(4) COMP.        01440015
           05 W-bypassed-cnt                     PIC S9(4) COMP.        01450015
           05 W-sealed-cnt                       PIC S9(4) COMP.        01450215
           05 W-count-ed                         PIC ZZZ9.              01450315
           05 W-base-vers                        PIC 9(02).             01450415
           05 W-canon-vers                       PIC 9(02).             01450615
           05 W-tens                             PIC S9(4) COMP.        01450815
           05 W-seg-no-in                        PIC 9(02).             01451015
           05 W-seg-base-in                      PIC 9(02).             01451215
           05 W-row                              PIC S9(4) COMP.        01451415
           05 W-dest-row                         PIC S9(4) COMP.        01451615
           05 W-rows                             PIC S9(4) COMP.        01451815
           05 W-segs                             PIC S9(4) COMP.        01452015
           05 W-sx                               PIC S9(4) COMP.        01452215
           05 W-segment-signature                PIC X(08)              01452415
                 VALUE '#ISPTSEG'.                                      01452615
           05 W-base-sw                          PIC X(01).             01452815
              88 BASE-FOUND                         VALUE 'Y'.          01453015
              88 BASE-MISSING                       VALUE 'N'.          01453215
           05 W-current-date-area.                                      01453415
              10 W-cd-date                       PIC X(08).             01453615
              10 W-cd-time                       PIC X(06).             01453815
              10 FILLER                          PIC X(07).             01454015
           05 WS-SYSIN-STATUS                    PIC X(02).             01460015
           05 WS-BACKUPF-STATUS                  PIC X(02).             01470015
           05 WS-RESTRPT-STATUS                  PIC X(02).             01480015
                                                                        01480215
      *    every module / base vers a restored header belongs to -     *01480415
      *    resealed once BACKUPF is through.                           *01480615
        01 SEAL-TABLE.                                                  01480815
           05 W-seal-max                     PIC S9(4) COMP VALUE 3000. 01481015
           05 W-seal-cnt                     PIC S9(4) COMP VALUE 0.    01481215
           05 W-seal-dropped                 PIC S9(4) COMP VALUE 0.    01481415
           05 seal-entry occurs 3000 times.                             01481515
              10 seal-modname                PIC X(08).                 01481615
              10 seal-vers                   PIC 9(02).                 01481815
                                                                        01482015
        01 w-buffer.                                                    01482215
           02 ws-buffer       pic x(512) occurs 192.                    01482415
                                                                        01482615
        01 W-HASH-CONTROL.                                              01482815
           05 HASH-FUNCTION                      PIC X(01).             01483015
           05 HASH-LEN                           PIC S9(8) COMP.        01483215
           05 HASH-S1                            PIC S9(8) COMP.        01483415
           05 HASH-S2                            PIC S9(8) COMP.        01483615
           05 HASH-VALUE                         PIC 9(10).             01483815
           05 HASH-HEX                           PIC X(08).             01484015
           05 HASH-RETURN-CODE                   PIC S9(4) COMP.        01484215
                                                                        01490015
        01 REPORT-FIELDS.                                               01500015
           05 RPT-ACTION.                                               01510015
              10 RPT-SKIPPED     PIC ZZZ9.                              01670015
              10 FILLER          PIC X(13) VALUE ' UNSELECTED ='.       01680015
              10 RPT-BYPASSED    PIC ZZZ9.                              01690015
              10 FILLER          PIC X(09) VALUE ' SEALED ='.           01690215
              10 RPT-SEALED      PIC ZZZ9.                              01690415
           05 RPT-SEAL.                                                 01690615
              10 RPT-SEAL-VERB   PIC X(10).                             01690815
              10 RPT-SEAL-MOD    PIC X(08).                             01691015
              10 FILLER          PIC X(02) VALUE ' V'.                  01691215
              10 RPT-SEAL-VERS   PIC 9(02).                             01691415
              10 FILLER          PIC X(07) VALUE ' ROWS ='.             01691615
              10 RPT-SEAL-ROWS   PIC ZZZ9.                              01691815
              10 FILLER          PIC X(07) VALUE ' SEGS ='.             01692015
              10 RPT-SEAL-SEGS   PIC Z9.                                01692215
              10 FILLER          PIC X(06) VALUE ' HASH '.              01692415
              10 RPT-SEAL-HASH   PIC X(08).                             01692615
              10 FILLER          PIC X(01) VALUE SPACE.                 01692815
              10 RPT-SEAL-REMARK PIC X(40).                             01693015
                                                                        01700015
        01 WS-DICTPARM-FIELDS.                                          01710015
           05 WS-DICTPARM-STATUS                 PIC X(02).             01720015
           02 COPY IDMS SUBSCHEMA-CTRL.                                 01760015
           02 COPY IDMS RECORD LOADHDR-156.                             01770015
           02 COPY IDMS RECORD loadtext-157.                            01780015
           02 COPY IDMS RECORD MODSEAL-171.                             01780215
           02 COPY IDMS RECORD CACHEGEN-175.                            01780415
      *----------------------------------------------------------------*01790015
       PROCEDURE DIVISION.                                              01800015
      *----------------------------------------------------------------*01810015
           OPEN INPUT BACKUPF.                                          01900015
           OPEN OUTPUT RESTRPT.                                         01910015
           MOVE 0 TO W-RESTORED-CNT, W-REPLACED-CNT,                    01920015
                     W-SKIPPED-CNT, W-BYPASSED-CNT, W-SEALED-CNT.       01930015
           MOVE FUNCTION CURRENT-DATE TO W-current-date-area.           01930215
                                                                        01940015
           if REPLACE-MODE                                              01950015
              move 'REPLACE RUN - EXISTING HEADERS WILL BE ERASED.'     01960015
           end-if.                                                      01990015
                                                                        02000015
           PERFORM 0200-PROCESS-BACKUP.                                 02010015
           PERFORM 0800-SEAL-RESTORED.                                  02010215
           PERFORM 0650-BUMP-CACHE-GENERATIONS.                         02010415
           if W-seal-dropped > 0                                        02010615
              move W-seal-dropped to W-count-ed                         02010815
              move spaces to RESTRPT-LINE                               02011015
              string 'SEAL TABLE FULL - ' W-count-ed                    02011215
                     ' RESTORED GENERATIONS NOT RESEALED OR BUMPED.'    02011415
                  delimited by size into RESTRPT-LINE                   02011615
              write RESTRPT-LINE                                        02011815
           end-if.                                                      02012015
                                                                        02020015
           MOVE W-RESTORED-CNT TO RPT-RESTORED.                         02030015
           MOVE W-REPLACED-CNT TO RPT-REPLACED.                         02040015
           MOVE W-SKIPPED-CNT  TO RPT-SKIPPED.                          02050015
           MOVE W-BYPASSED-CNT TO RPT-BYPASSED.                         02060015
           MOVE W-SEALED-CNT   TO RPT-SEALED.                           02060215
           WRITE RESTRPT-LINE FROM RPT-TOTALS.                          02070015
                                                                        02080015
           PERFORM 9000-FINISH.                                         02090015
           CLOSE BACKUPF, RESTRPT.                                      02100015
           IF W-SEAL-DROPPED > 0 OR W-SEALED-CNT < W-SEAL-CNT           02100215
              MOVE 4 TO RETURN-CODE                                     02100415
           END-IF.                                                      02100615
           EXIT PROGRAM.                                                02110015
           STOP RUN.                                                    02120015
       SECTION-EXIT.                                                    02130015
           END-IF                                                       02870015
           BIND LOADHDR-156                                             02880015
           BIND loadtext-157                                            02890015
           BIND MODSEAL-171                                             02890215
           BIND CACHEGEN-175                                            02890415
           IF ANY-ERROR-STATUS                                          02900015
              PERFORM 9999-DB-ERROR                                     02910015
           END-IF.                                                      02920015
           store loadhdr-156.                                           03720015
           perform idms-status.                                         03730015
           set HEADER-ACTIVE to true.                                   03740015
           perform 0700-NOTE-SEAL.                                      03740215
       SECTION-EXIT.                                                    03750015
           EXIT.                                                        03760015
      *----------------------------------------------------------------*03770015
           set HEADER-BYPASSED to true.                                 04470015
       SECTION-EXIT.                                                    04480015
           EXIT.                                                        04490015
      *----------------------------------------------------------------*04490215
      *  every restored live generation (base vers below 10) gets a    *04490415
      *  new CACHEGEN-175 generation, which makes every isptc002       *04490615
      *  cache entry for the module stale.  a module restored in more  *04490815
      *  than one vers is bumped once per vers - harmless.             *04491015
      *----------------------------------------------------------------*04491215
       0650-BUMP-CACHE-GENERATIONS         SECTION.                     04491415
      *----------------------------------------------------------------*04491615
       SECTION-ENTRY.                                                   04491815
           move 0 to W-sx.                                              04492015
       bump-loop.                                                       04492215
           add 1 to W-sx.                                               04492415
           if W-sx > W-seal-cnt                                         04492615
              go to section-exit                                        04492815
           end-if.                                                      04493015
           if seal-vers(W-sx) not < 10                                  04493215
              go to bump-loop                                           04493415
           end-if.                                                      04493615
           move seal-modname(W-sx) to CACHEGEN-MODNAME-175.             04493815
           obtain calc  CACHEGEN-175.                                   04494015
           if db-rec-not-found                                          04494215
              move seal-modname(W-sx)          to CACHEGEN-MODNAME-175  04494415
              move 1                           to CACHEGEN-GEN-175      04494615
              move W-current-date-area(1:14)   to CACHEGEN-STAMP-175    04494815
              move 'ISPTB019'                  to CACHEGEN-PROGRAM-175  04495015
              move 'RESTORE'                   to CACHEGEN-REASON-175   04495215
              store CACHEGEN-175                                        04495415
              perform idms-status                                       04495615
              go to bump-loop                                           04495815
           end-if.                                                      04496015
           perform idms-status.                                         04496215
           add 1 to CACHEGEN-GEN-175.                                   04496415
           move W-current-date-area(1:14)      to CACHEGEN-STAMP-175.   04496615
           move 'ISPTB019'                     to CACHEGEN-PROGRAM-175. 04496815
           move 'RESTORE'                      to CACHEGEN-REASON-175.  04497015
           modify CACHEGEN-175.                                         04497215
           perform idms-status.                                         04497415
           go to bump-loop.                                             04497615
       SECTION-EXIT.                                                    04497815
           EXIT.                                                        04498015
      *----------------------------------------------------------------*04500015
      *  remember the module / base vers the header just stored        *04500115
      *  belongs to (a continuation, vers unit 6-8, seals with its     *04500215
      *  base, vers - 5).                                              *04500315
      *----------------------------------------------------------------*04500415
       0700-NOTE-SEAL                      SECTION.                     04500515
      *----------------------------------------------------------------*04500615
       SECTION-ENTRY.                                                   04500715
           move W-cur-version to W-base-vers.                           04500815
           compute W-tens = W-base-vers / 10.                           04500915
           if W-base-vers - ( W-tens * 10 ) > 5                         04501015
              subtract 5 from W-base-vers                               04501115
           end-if.                                                      04501215
           move 1 to W-sx.                                              04501315
       find-loop.                                                       04501415
           if W-sx > W-seal-cnt                                         04501515
              go to add-entry                                           04501615
           end-if.                                                      04501715
           if seal-modname(W-sx) = W-cur-modname                        04501815
            and seal-vers(W-sx) = W-base-vers                           04501915
              go to section-exit                                        04502015
           end-if.                                                      04502115
           add 1 to W-sx.                                               04502215
           go to find-loop.                                             04502315
       add-entry.                                                       04502415
           if W-seal-cnt not less than W-seal-max                       04502515
              add 1 to W-seal-dropped                                   04502615
              go to section-exit                                        04502715
           end-if.                                                      04502915
           add 1 to W-seal-cnt.                                         04503015
           move W-cur-modname to seal-modname(W-seal-cnt).              04503115
           move W-base-vers   to seal-vers(W-seal-cnt).                 04503215
       SECTION-EXIT.                                                    04503315
           EXIT.                                                        04503415
      *----------------------------------------------------------------*04503515
      *  reassemble and reseal every generation noted by 0700.         *04503615
      *----------------------------------------------------------------*04503715
       0800-SEAL-RESTORED                  SECTION.                     04503815
      *----------------------------------------------------------------*04503915
       SECTION-ENTRY.                                                   04504015
           move 0 to W-sx.                                              04504115
       seal-loop.                                                       04504215
           add 1 to W-sx.                                               04504315
           if W-sx > W-seal-cnt                                         04504415
              go to section-exit                                        04504515
           end-if.                                                      04504615
           move seal-modname(W-sx) to W-cur-modname, RPT-SEAL-MOD.      04504715
           move seal-vers(W-sx)    to W-base-vers, RPT-SEAL-VERS.       04504815
           perform 0810-REASSEMBLE.                                     04504915
           if BASE-MISSING                                              04505015
              move 'UNSEALED  ' to RPT-SEAL-VERB                        04505115
              move 0            to RPT-SEAL-ROWS, RPT-SEAL-SEGS         04505215
              move spaces       to RPT-SEAL-HASH                        04505315
              move 'NO BASE HEADER IN THE LOAD AREA.'                   04505415
                  to RPT-SEAL-REMARK                                    04505515
              write RESTRPT-LINE from RPT-SEAL                          04505615
              go to seal-loop                                           04505715
           end-if.                                                      04505815
           perform 0840-HASH-BODY.                                      04505915
           perform 0850-REPLACE-SEAL.                                   04506015
           add 1 to W-SEALED-CNT.                                       04506115
           move 'SEALED    ' to RPT-SEAL-VERB.                          04506215
           move W-rows       to RPT-SEAL-ROWS.                          04506315
           move W-segs       to RPT-SEAL-SEGS.                          04506415
           move HASH-HEX     to RPT-SEAL-HASH.                          04506515
           move 'SEAL REPLACED FROM THE RESTORED BODY.'                 04506615
               to RPT-SEAL-REMARK.                                      04506715
           write RESTRPT-LINE from RPT-SEAL.                            04506815
           go to seal-loop.                                             04506915
       SECTION-EXIT.                                                    04507015
           EXIT.                                                        04507115
      *----------------------------------------------------------------*04507215
      *  the generation's body into w-buffer the isptc002 way : base   *04507315
      *  rows 1-64, each continuation's rows at 64 + (seg - 2) * 63.   *04507415
      *----------------------------------------------------------------*04507515
       0810-REASSEMBLE                     SECTION.                     04507615
      *----------------------------------------------------------------*04507715
       SECTION-ENTRY.                                                   04507815
           set BASE-MISSING to true.                                    04507915
           move spaces to w-buffer.                                     04508015
           move 0 to W-rows.                                            04508115
           move 1 to W-segs.                                            04508215
           compute W-tens = W-base-vers / 10.                           04508315
           compute W-canon-vers = W-base-vers - ( W-tens * 10 ).        04508415
           move W-cur-modname to loadhdr-modname-156.                   04508515
           obtain calc  loadhdr-156.                                    04508615
       reassemble-loop.                                                 04508715
           if db-rec-not-found                                          04508815
              go to section-exit                                        04508915
           end-if.                                                      04509015
           perform idms-status.                                         04509115
           if loadhdr-vers-156 = W-base-vers                            04509215
              set BASE-FOUND to true                                    04509315
              perform 0820-LOAD-BASE                                    04509415
           end-if.                                                      04509515
           if loadhdr-vers-156 = W-base-vers + 5                        04509615
              perform 0830-LOAD-SEGMENT                                 04509715
           end-if.                                                      04509815
           obtain duplicate loadhdr-156.                                04509915
           go to reassemble-loop.                                       04510015
       SECTION-EXIT.                                                    04510115
           EXIT.                                                        04510215
      *----------------------------------------------------------------*04510315
       0820-LOAD-BASE                      SECTION.                     04510415
      *----------------------------------------------------------------*04510515
       SECTION-ENTRY.                                                   04510615
           move 0 to W-row.                                             04510715
           obtain first loadtext-157 within loadhdr-loadtext.           04510815
       base-text-loop.                                                  04510915
           if db-end-of-set                                             04511015
              go to section-exit                                        04511115
           end-if.                                                      04511215
           perform idms-status.                                         04511315
           add 1 to W-row.                                              04511415
           if W-row > 64                                                04511515
              go to section-exit                                        04511615
           end-if.                                                      04511715
           move loadtext-157 to ws-buffer(W-row).                       04511815
           if W-row > W-rows                                            04511915
              move W-row to W-rows                                      04512015
           end-if.                                                      04512115
           obtain next loadtext-157 within loadhdr-loadtext.            04512215
           go to base-text-loop.                                        04512315
       SECTION-EXIT.                                                    04512415
           EXIT.                                                        04512515
      *----------------------------------------------------------------*04512615
       0830-LOAD-SEGMENT                   SECTION.                     04512715
      *----------------------------------------------------------------*04512815
       SECTION-ENTRY.                                                   04512915
           obtain first loadtext-157 within loadhdr-loadtext.           04513015
           if db-end-of-set                                             04513115
              go to section-exit                                        04513215
           end-if.                                                      04513315
           if loadtext-157(1:8) not = W-segment-signature               04513415
              go to section-exit                                        04513515
           end-if.                                                      04513615
           move loadtext-157(9:2)  to W-seg-no-in.                      04513715
           move loadtext-157(11:2) to W-seg-base-in.                    04513815
           if W-seg-base-in not = W-canon-vers or W-seg-no-in < 2       04513915
              go to section-exit                                        04514015
           end-if.                                                      04514115
           add 1 to W-segs.                                             04514215
           compute W-dest-row = 64 + ( ( W-seg-no-in - 2 ) * 63 ).      04514315
       seg-text-loop.                                                   04514415
           obtain next loadtext-157 within loadhdr-loadtext.            04514515
           if db-end-of-set                                             04514615
              go to section-exit                                        04514715
           end-if.                                                      04514815
           perform idms-status.                                         04514915
           add 1 to W-dest-row.                                         04515015
           if W-dest-row > 192                                          04515115
              go to section-exit                                        04515215
           end-if.                                                      04515315
           move loadtext-157 to ws-buffer(W-dest-row).                  04515415
           if W-dest-row > W-rows                                       04515515
              move W-dest-row to W-rows                                 04515615
           end-if.                                                      04515715
           go to seg-text-loop.                                         04515815
       SECTION-EXIT.                                                    04515915
           EXIT.                                                        04516015
      *----------------------------------------------------------------*04516115
      *  isptc009 over the reassembled rows in order - the seal hash   *04516215
      *  isptb009 computes as it stores.                               *04516315
      *----------------------------------------------------------------*04516415
       0840-HASH-BODY                      SECTION.                     04516515
      *----------------------------------------------------------------*04516615
       SECTION-ENTRY.                                                   04516715
           move 'I' to HASH-FUNCTION.                                   04516815
           move 0   to HASH-LEN.                                        04516915
           call 'isptc009' using W-HASH-CONTROL                         04517015
                                 ws-buffer(1).                          04517115
           move 0 to W-row.                                             04517215
       hash-loop.                                                       04517315
           add 1 to W-row.                                              04517415
           if W-row > W-rows                                            04517515
              go to section-exit                                        04517615
           end-if.                                                      04517715
           move 'A' to HASH-FUNCTION.                                   04517815
           move 512 to HASH-LEN.                                        04517915
           call 'isptc009' using W-HASH-CONTROL                         04518015
                                 ws-buffer(W-row).                      04518115
           go to hash-loop.                                             04518215
       SECTION-EXIT.                                                    04518315
           EXIT.                                                        04518415
      *----------------------------------------------------------------*04518515
      *  erase the generation's old seal (the isptb012 restart) and    *04518615
      *  store the new one.                                            *04518715
      *----------------------------------------------------------------*04518815
       0850-REPLACE-SEAL                   SECTION.                     04518915
      *----------------------------------------------------------------*04519015
       SECTION-ENTRY.                                                   04519115
       seal-erase-restart.                                              04519215
           move W-cur-modname to MODSEAL-MODNAME-171.                   04519315
           obtain calc  MODSEAL-171.                                    04519415
       seal-erase-loop.                                                 04519515
           if db-rec-not-found                                          04519615
              go to store-seal                                          04519715
           end-if.                                                      04519815
           perform idms-status.                                         04519915
           if MODSEAL-VERS-171 not = W-base-vers                        04520015
              obtain duplicate MODSEAL-171                              04520115
              go to seal-erase-loop                                     04520215
           end-if.                                                      04520315
           erase MODSEAL-171.                                           04520415
           perform idms-status.                                         04520515
           go to seal-erase-restart.                                    04520615
       store-seal.                                                      04520715
           move W-cur-modname    to MODSEAL-MODNAME-171.                04520815
           move W-base-vers      to MODSEAL-VERS-171.                   04520915
           move HASH-HEX         to MODSEAL-HASH-171.                   04521015
           move W-segs           to MODSEAL-SEGS-171.                   04521115
           move W-rows           to MODSEAL-ROWS-171.                   04521215
           move W-current-date-area(1:14) to MODSEAL-STAMP-171.         04521315
           move 'ISPTB019'       to MODSEAL-PROGRAM-171.                04521415
           store MODSEAL-171.                                           04521515
           perform idms-status.                                         04521615
       SECTION-EXIT.                                                    04521715
           EXIT.                                                        04521815
      *----------------------------------------------------------------*04521915
       9000-FINISH                         SECTION.                     04522015
      *----------------------------------------------------------------*04522115
       SECTION-ENTRY.                                                   04530015
           finish.                                                      04540015
       SECTION-EXIT.                                                    04550015
