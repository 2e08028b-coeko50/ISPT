      * Only header vers numbers move; the #ISPTSEG tag blocks carry   *00290015
      * the canonical live base vers (isptb009's convention), so no    *00300015
      * loadtext is ever rewritten.                                    *00310015
      *                                                                *00310215
      * The MODSEAL-171 integrity seals (isptb009 documents the        *00310415
      * record) travel with their generation : every seal is erased    *00310615
      * or renumbered exactly as its header is, so a seal always       *00310815
      * names the vers of the body it sealed.                          *00311015
      *                                                                *00311215
      * Every ACTIVATE and ROLLBACK bumps the module's CACHEGEN-175    *00311415
      * generation (isptc002 documents the record), so no online       *00311615
      * region serves the outgoing live body from its jsonmap cache.   *00311815
      *                                                                *00320015
      * -------------------------------------------------------------  *00330015
      *                                                                *00340015
      *                                                                *00380015
      * Maintenance                                                    *00390015
      * 26/09/01  new program                                          *00400015
      * 26/10/15  MODSEAL-171 seals are erased and renumbered along    *00400215
      *           with the generation headers they seal                *00400415
      * 26/10/15  ACTIVATE / ROLLBACK bump CACHEGEN-175, invalidating  *00400615
      *           isptc002's cached bodies for the module              *00400815
      *                                                                *00410015
      *----------------------------------------------------------------*00420015
       ENVIRONMENT DIVISION.                                            00430015
           05 W-error-cnt                        PIC S9(4) COMP.        01140015
           05 WS-SYSIN-STATUS                    PIC X(02).             01150015
           05 WS-ACTRPT-STATUS                   PIC X(02).             01160015
           05 W-cache-reason                     PIC X(08).             01160215
           05 W-current-date-area                PIC X(21).             01160415
                                                                        01170015
        01 REPORT-FIELDS.                                               01180015
           05 RPT-ACTION.                                               01190015
           02 COPY IDMS SUBSCHEMA-CTRL.                                 01420015
           02 COPY IDMS RECORD LOADHDR-156.                             01430015
           02 COPY IDMS RECORD loadtext-157.                            01440015
           02 COPY IDMS RECORD MODSEAL-171.                             01440215
           02 COPY IDMS RECORD CACHEGEN-175.                            01440415
      *----------------------------------------------------------------*01450015
       PROCEDURE DIVISION.                                              01460015
      *----------------------------------------------------------------*01470015
           END-IF                                                       02170015
           BIND LOADHDR-156                                             02180015
           BIND loadtext-157                                            02190015
           BIND MODSEAL-171                                             02190215
           BIND CACHEGEN-175                                            02196015
           IF ANY-ERROR-STATUS                                          02200015
              PERFORM 9999-DB-ERROR                                     02210015
           END-IF.                                                      02220015
           move 21 to W-gen-lo.                                         02750015
           move 28 to W-gen-hi.                                         02760015
           perform 0600-ERASE-GENERATION.                               02770015
           perform 0650-ERASE-SEALS.                                    02770215
                                                                        02780015
           move 1   to W-gen-lo.                                        02790015
           move 8   to W-gen-hi.                                        02800015
           move 20  to W-gen-delta.                                     02810015
           perform 0700-RENUMBER-GENERATION.                            02820015
           perform 0750-RENUMBER-SEALS.                                 02820215
                                                                        02830015
           move 11  to W-gen-lo.                                        02840015
           move 18  to W-gen-hi.                                        02850015
           move -10 to W-gen-delta.                                     02860015
           perform 0700-RENUMBER-GENERATION.                            02870015
           perform 0750-RENUMBER-SEALS.                                 02870215
                                                                        02880015
           move 'ACTIVATE' to W-cache-reason.                           02880215
           perform 0800-BUMP-CACHE-GENERATION.                          02880415
           add 1 to W-ACTIVATED-CNT.                                    02890015
           move 'ACTIVATED ' to RPT-VERB.                               02900015
           move W-MOVED-CNT  to RPT-MOVED.                              02910015
           move 1 to W-gen-lo.                                          03160015
           move 8 to W-gen-hi.                                          03170015
           perform 0600-ERASE-GENERATION.                               03180015
           perform 0650-ERASE-SEALS.                                    03180215
                                                                        03190015
           move 21  to W-gen-lo.                                        03200015
           move 28  to W-gen-hi.                                        03210015
           move -20 to W-gen-delta.                                     03220015
           perform 0700-RENUMBER-GENERATION.                            03230015
           perform 0750-RENUMBER-SEALS.                                 03230215
                                                                        03240015
           move 'ROLLBACK' to W-cache-reason.                           03240215
           perform 0800-BUMP-CACHE-GENERATION.                          03240415
           add 1 to W-ROLLEDBACK-CNT.                                   03250015
           move 'ROLLEDBACK' to RPT-VERB.                               03260015
           move W-MOVED-CNT  to RPT-MOVED.                              03270015
       SECTION-EXIT.                                                    04100015
           EXIT.                                                        04110015
      *----------------------------------------------------------------*04120015
      *  the module's seals in the vers range go with their headers.   *04120115
      *  same restart as 0600 - the erase breaks calc-chain currency.  *04120215
      *----------------------------------------------------------------*04120315
       0650-ERASE-SEALS                    SECTION.                     04120415
      *----------------------------------------------------------------*04120515
       SECTION-ENTRY.                                                   04120615
       seal-erase-restart.                                              04120715
           move SI-MODNAME to MODSEAL-MODNAME-171.                      04120815
           obtain calc  MODSEAL-171.                                    04120915
       seal-erase-loop.                                                 04121015
           if db-rec-not-found                                          04121115
              go to section-exit                                        04121215
           end-if.                                                      04121315
           perform idms-status.                                         04121415
           if MODSEAL-VERS-171 < W-gen-lo                               04121515
            or MODSEAL-VERS-171 > W-gen-hi                              04121615
              obtain duplicate MODSEAL-171                              04121715
              go to seal-erase-loop                                     04121815
           end-if.                                                      04121915
           erase MODSEAL-171.                                           04122015
           perform idms-status.                                         04122115
           go to seal-erase-restart.                                    04122215
       SECTION-EXIT.                                                    04122315
           EXIT.                                                        04122415
      *----------------------------------------------------------------*04122515
      *  renumber the module's seals in the vers range by W-gen-delta, *04122615
      *  in step with 0700.                                            *04122715
      *----------------------------------------------------------------*04122815
       0750-RENUMBER-SEALS                 SECTION.                     04122915
      *----------------------------------------------------------------*04123015
       SECTION-ENTRY.                                                   04123115
           move SI-MODNAME to MODSEAL-MODNAME-171.                      04123215
           obtain calc  MODSEAL-171.                                    04123315
       seal-renumber-loop.                                              04123415
           if db-rec-not-found                                          04123515
              go to section-exit                                        04123615
           end-if.                                                      04123715
           perform idms-status.                                         04123815
           if MODSEAL-VERS-171 not less than W-gen-lo                   04123915
            and MODSEAL-VERS-171 not greater W-gen-hi                   04124015
              compute MODSEAL-VERS-171 =                                04124115
                  MODSEAL-VERS-171 + W-gen-delta                        04124215
              modify MODSEAL-171                                        04124315
              perform idms-status                                       04124415
           end-if.                                                      04124515
           obtain duplicate MODSEAL-171.                                04124615
           go to seal-renumber-loop.                                    04124715
       SECTION-EXIT.                                                    04124815
           EXIT.                                                        04124915
      *----------------------------------------------------------------*04125015
      *  the live headers just changed : a new CACHEGEN-175 generation *04125115
      *  makes every isptc002 cache entry for the module stale.        *04125215
      *----------------------------------------------------------------*04125315
       0800-BUMP-CACHE-GENERATION          SECTION.                     04125415
      *----------------------------------------------------------------*04125515
       SECTION-ENTRY.                                                   04125615
           MOVE FUNCTION CURRENT-DATE TO W-current-date-area.           04125715
           move SI-MODNAME to CACHEGEN-MODNAME-175.                     04125815
           obtain calc  CACHEGEN-175.                                   04125915
           if db-rec-not-found                                          04126015
              move SI-MODNAME                  to CACHEGEN-MODNAME-175  04126115
              move 1                           to CACHEGEN-GEN-175      04126215
              move W-current-date-area(1:14)   to CACHEGEN-STAMP-175    04126315
              move 'ISPTB024'                  to CACHEGEN-PROGRAM-175  04126415
              move W-cache-reason              to CACHEGEN-REASON-175   04126515
              store CACHEGEN-175                                        04126615
              perform idms-status                                       04126715
              go to section-exit                                        04126815
           end-if.                                                      04126915
           perform idms-status.                                         04127015
           add 1 to CACHEGEN-GEN-175.                                   04127115
           move W-current-date-area(1:14)      to CACHEGEN-STAMP-175.   04127215
           move 'ISPTB024'                     to CACHEGEN-PROGRAM-175. 04127315
           move W-cache-reason                 to CACHEGEN-REASON-175.  04127415
           modify CACHEGEN-175.                                         04127515
           perform idms-status.                                         04127615
       SECTION-EXIT.                                                    04127715
           EXIT.                                                        04127815
      *----------------------------------------------------------------*04127915
       9000-FINISH                         SECTION.                     04130015
      *----------------------------------------------------------------*04140015
       SECTION-ENTRY.                                                   04150015
