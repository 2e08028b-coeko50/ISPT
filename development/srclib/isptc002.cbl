      *           activated (isptb024) in step with the dictionary     *00970015
      *           copybook extension; a module compiled under the      *00980015
      *           old layout misparses at runtime.                     *00990015
      * 26/10/15  jsonmap cache : the assembled jsonmap / endpoint /   *00990215
      *           rules bodies are kept in ISPT-JSONMAP-CACHE, keyed   *00990415
      *           by module + vers, and a repeat retrieval is served   *00990615
      *           from there - no LOADHDR / LOADTEXT walk and no       *00990815
      *           #ISPTSEG reassembly.  The cache lives for the life   *00991015
      *           of the region and is shared by its tasks (see the    *00991215
      *           later entry), not one call.  MODAUTH and ELEAUTH     *00991415
      *           still run per call, and the audit rows the header    *00991615
      *           walk would have written are replayed for the         *00991815
      *           caller.  Every entry                                 *00992015
      *           carries the module's generation from the new         *00992215
      *           CACHEGEN-175 load-area record (CALC on               *00992415
      *           CACHEGEN-MODNAME-175; CACHEGEN-GEN-175 S9(8) COMP,   *00992615
      *           CACHEGEN-STAMP-175, CACHEGEN-PROGRAM-175,            *00992815
      *           CACHEGEN-REASON-175 ACTIVATE/ROLLBACK/RESTORE), one  *00993015
      *           calc read per call.  isptb024 and isptb019 bump it   *00993215
      *           whenever live headers change, and an entry stamped   *00993415
      *           with another generation is dropped - a promotion is  *00993615
      *           never served stale.  No CACHEGEN row reads as        *00993815
      *           generation 0.  A full table or pool starts the       *00994015
      *           whole cache over.  Each load appends one STATSLOG    *00994215
      *           row (ST-ERR-CODE HIT / MISS, ST-ERR-CNT the body     *00994415
      *           blocks) for isptb022's cache section; a missing or   *00994615
      *           unopenable STATSLOG DD is ignored.                   *00994815
      * 26/10/15  the replayed audit trail is now taken in             *00995015
      *           1250-write-audit-log, one entry per header-walk row  *00995215
      *           that was stored and committed; the 'M' masked row    *00995415
      *           is the caller's own and is never replayed.  The      *00995615
      *           trail holds 48 rows (ISPTJMC2 - the cache entry      *00995815
      *           grew), and a walk with more is not cached : its      *00996015
      *           STATSLOG row carries ST-ERR-CODE OVFL, not MISS.     *00996215
      * 26/10/15  the cache is now IDMS-DC shared kept storage         *00996415
      *           (GET STORAGE ... SHARED KEEP, storage id JMC3), so   *00996615
      *           every task of the online region is served from the   *00996815
      *           one area - EXTERNAL storage lasted only as long as   *00997015
      *           one run unit.  A run unit with no shared storage     *00997215
      *           (outside the DC region) walks the load area every    *00997415
      *           call.  Entries are keyed by dictionary name as well  *00997615
      *           as module and vers, so a task bound to the test      *00997815
      *           dictionary is never served a PROD body (ISPTJMC3).   *00998015
      *           A serve that finds a body gone after its database    *00998215
      *           calls (another task started the cache over) falls    *00998415
      *           back to the walk, and the audit trail is replayed    *00998615
      *           only once every body has been served.                *00998815
      *                                                                *01000015
      *----------------------------------------------------------------*01010015
       ENVIRONMENT DIVISION.                                            01020015
       FILE-CONTROL.                                                    01140015
           SELECT DICTPARM    ASSIGN TO DICTPARM                        01150015
               FILE STATUS IS WS-DICTPARM-STATUS.                       01160015
           SELECT STATSLOG    ASSIGN TO STATSLOG                        01160215
               FILE STATUS IS WS-STATSLOG-STATUS.                       01160415
      *----------------------------------------------------------------*01170015
      *                                                                *01180015
      *----------------------------------------------------------------*01190015
       01  DICTPARM-CARD.                                               01300015
           05 DP-DICTNAME                     PIC X(08).                01310015
           05 FILLER                          PIC X(72).                01320015
       FD  STATSLOG                                                     01320215
           RECORDING MODE IS F.                                         01320415
       01  STATSLOG-RECORD.                                             01320615
           05 ST-TIMESTAMP                       PIC X(26).             01320815
           05 FILLER                             PIC X(01) VALUE SPACE. 01321015
           05 ST-PROGRAM                         PIC X(08).             01321215
           05 FILLER                             PIC X(01) VALUE SPACE. 01321415
           05 ST-MODNAME                         PIC X(08).             01321615
           05 FILLER                             PIC X(01) VALUE SPACE. 01321815
           05 ST-RETURN-CODE                     PIC 9(02).             01322015
           05 FILLER                             PIC X(01) VALUE SPACE. 01322215
           05 ST-LEN                             PIC 9(06).             01322415
           05 FILLER                             PIC X(01) VALUE SPACE. 01322615
           05 ST-ERR-CNT                         PIC 9(03).             01322815
           05 FILLER                             PIC X(01) VALUE SPACE. 01323015
           05 ST-ERR-CODE                        PIC X(04).             01323215
           05 FILLER                             PIC X(01) VALUE SPACE. 01323415
           05 ST-ERR-ELE                         PIC X(16).             01323615
      *----------------------------------------------------------------*01330015
       WORKING-STORAGE SECTION.                                         01340015
        01 FILLER                                 PIC X(50) VALUE       01350015
        01 WS-AUDIT-FIELDS.                                             02010015
           05 W-AUDIT-TIMESTAMP                     PIC X(26).          02020015
           05 W-SAVE-AUDIT-STATUS                   PIC X(04).          02030015
           05 W-audit-stored-sw                     PIC X(01).          02030215
              88 AUDIT-STORED                       VALUE 'Y'.          02030415
              88 AUDIT-NOT-STORED                   VALUE 'N'.          02030615
                                                                        02040015
        01 WS-BIND-FLAG                           PIC X(01) VALUE ' '.  02050015
           88 BOUND                                         VALUE 'B'.  02060015
                                                                        02190015
        01 WS-DICTPARM-FIELDS.                                          02200015
           05 WS-DICTPARM-STATUS                 PIC X(02).             02210015
        01 STATS-FIELDS.                                                02210115
           05 WS-STATSLOG-STATUS                 PIC X(02).             02210215
           05 W-stats-open-sw                    PIC X(01) VALUE 'N'.   02210315
              88 STATSLOG-OPEN                      VALUE 'Y'.          02210415
              88 STATSLOG-UNUSABLE                  VALUE 'U'.          02210515
           05 W-STATS-TIMESTAMP                  PIC X(26).             02210615
           05 W-stats-len                        PIC S9(8) COMP.        02210715
                                                                        02210815
        01 CACHE-FIELDS.                                                02210915
           05 W-cache-sw                         PIC X(01).             02211015
              88 CACHE-HIT                          VALUE 'H'.          02211115
              88 CACHE-MISS                         VALUE 'M'.          02211215
           05 W-cache-gen                        PIC S9(8) COMP.        02211315
           05 W-cache-vers                       PIC 9(02).             02211415
           05 W-cache-ix                         PIC S9(4) COMP.        02211515
           05 W-cache-mod-ix                     PIC S9(4) COMP.        02211615
           05 W-cache-scan                       PIC S9(4) COMP.        02211715
           05 W-cache-blocks                     PIC S9(8) COMP.        02211815
           05 W-body-rows                        PIC S9(4) COMP.        02211915
           05 W-trail-ix                         PIC S9(4) COMP.        02212015
           05 W-trail-cnt                        PIC S9(4) COMP.        02212115
           05 W-cache-flags                      PIC X(03).             02212215
      *    one storage id per cache layout : a region still holding an *02212315
      *    older layout's area never has it handed to this one.        *02212415
           05 W-cache-stgid                      PIC X(04) VALUE 'JMC3'.02212515
           05 W-cache-stg-sw                     PIC X(01) VALUE SPACE. 02212615
              88 CACHE-ATTACHED                     VALUE 'A'.          02212715
              88 CACHE-UNAVAILABLE                  VALUE 'U'.          02212815
           05 W-trail                            OCCURS 48.             02212915
              10 W-trail-vers                    PIC 9(02).             02213015
              10 W-trail-found                   PIC X(01).             02213115
                                                                        02220015
        01 COPY IDMS SUBSCHEMA-NAMES.                                   02230015
        01 IDMS-work-AREA.                                              02240015
           02 COPY IDMS RECORD MODAUTH-167.                             02280015
           02 COPY IDMS RECORD AUDITREC-169.                            02290015
           02 COPY IDMS RECORD ELEAUTH-170.                             02300015
           02 COPY IDMS RECORD CACHEGEN-175.                            02300215
           02 COPY IDMS RECORD lvl-test.                                02310015
                                                                        02320015
        01 WS-ERROR-MESSAGES.                                           02330015
              88 WE-FINAL-CALL                   VALUE 'F'.             02580015
           05 WE-DICTNAME                     PIC X(08).                02590015
           05 WE-CALLER-ID                    PIC X(08).                02600015
                                                                        02600215
      *    the region-wide jsonmap cache : IDMS-DC shared kept storage *02600415
      *    under storage id W-cache-stgid, attached by 1140 on every   *02600615
      *    call, so every task of the region (and every later task)    *02600815
      *    finds the same area until the region comes down.  a new     *02601015
      *    area arrives as low-values : JC-EYECATCHER says whether it  *02601215
      *    is formatted yet.  vers 0 is the module entry (load flags,  *02601415
      *    audit trail), vers 1/2/3 the assembled bodies, JC-BLOCKS    *02601615
      *    rows of JC-POOL from JC-FIRST-BLOCK on.  entries are keyed  *02601815
      *    by dictionary as well as module, so a task bound to another *02602015
      *    dictionary is never served this one's bodies.               *02602215
        01 ISPT-JSONMAP-CACHE.                                          02602415
           05 JC-EYECATCHER                      PIC X(08).             02602615
           05 JC-ENTRY-MAX                       PIC S9(4) COMP.        02602815
           05 JC-ENTRY-TOT                       PIC S9(4) COMP.        02603015
           05 JC-POOL-MAX                        PIC S9(8) COMP.        02603215
           05 JC-POOL-USED                       PIC S9(8) COMP.        02603415
           05 JC-ENTRY                           OCCURS 96.             02603615
              10 JC-DICTNAME                     PIC X(08).             02603815
              10 JC-MODNAME                      PIC X(08).             02604015
              10 JC-VERS                         PIC 9(02).             02604215
              10 JC-GEN                          PIC S9(8) COMP.        02604415
              10 JC-STATE                        PIC X(01).             02604615
                 88 JC-FREE                         VALUE SPACE.        02604815
                 88 JC-LOADED                       VALUE 'L'.          02605015
              10 JC-FIRST-BLOCK                  PIC S9(8) COMP.        02605215
              10 JC-BLOCKS                       PIC S9(4) COMP.        02605415
              10 JC-MOD-FLAGS                    PIC X(03).             02605615
              10 JC-TRAIL-CNT                    PIC S9(4) COMP.        02605815
              10 JC-TRAIL                        OCCURS 48.             02606015
                 15 JC-TRAIL-VERS                PIC 9(02).             02606215
                 15 JC-TRAIL-FOUND               PIC X(01).             02606415
           05 JC-POOL.                                                  02606615
              10 JC-BLOCK                        PIC X(512) OCCURS 3072.02606815
                                                                        02610015
      *----------------------------------------------------------------*02620015
       PROCEDURE DIVISION USING                                         02630015
               move 0 to w-mod-flags.                                   03140015
               move 2 to rulesmap-flag.                                 03150015
               move 2 to buffer-flag.                                   03160015
      *        a module already assembled under its current            *03160215
      *        generation is served from the cache; otherwise the      *03160415
      *        load area walk below fills it.                          *03160615
               perform 1150-serve-from-cache.                           03160815
               if CACHE-MISS                                            03161015
                  perform 1200-obtain-loadmod                           03170015
                  perform 1350-cache-store-module                       03170215
               end-if.                                                  03170415
               perform 1400-write-cache-stats.                          03170615
               display ' flags ' w-mod-flags ':' w-mod-ind.             03180015
               if  not-jsonmap                                          03190015
                 or not-endpoint                                        03200015
             perform idms-status.                                       04240015
             BIND ELEAUTH-170                                           04250015
             perform idms-status.                                       04260015
             BIND CACHEGEN-175                                          04260215
             perform idms-status.                                       04260415
             ready  ddldclod usage-mode retrieval.                      04270015
             perform idms-status.                                       04280015
      *      the audit rows live in their own area so concurrent      * 04290015
           go to do-while-modauth.                                      04640015
       SECTION-EXIT.                                                    04650015
           EXIT.                                                        04660015
      *----------------------------------------------------------------*04660115
      *  the cache area : GET STORAGE hands back the region's shared   *04660215
      *  kept area under W-cache-stgid when one exists (3210), or      *04660315
      *  allocates it (0000, low-values until 1150 formats it).  a     *04660415
      *  run unit outside the DC region has no shared storage - it     *04660515
      *  simply walks the load area every call, as before the cache.   *04660615
      *----------------------------------------------------------------*04660715
       1140-cache-attach                   SECTION.                     04660815
      *----------------------------------------------------------------*04660915
       SECTION-ENTRY.                                                   04661015
           if CACHE-UNAVAILABLE                                         04661115
              go to section-exit                                        04661215
           end-if.                                                      04661315
           move ERROR-STATUS to W-SAVE-AUDIT-STATUS.                    04661415
           GET STORAGE FOR ISPT-JSONMAP-CACHE                           04661515
               WAIT                                                     04661615
               KEEP                                                     04661715
               LONG                                                     04661815
               SHARED                                                   04661915
               STGID W-cache-stgid                                      04662015
               VALUE IS LOW-VALUE.                                      04662115
           if ERROR-STATUS = '0000' or ERROR-STATUS = '3210'            04662215
              set CACHE-ATTACHED to true                                04662315
           else                                                         04662415
              display 'isptc002 jsonmap cache unavailable, status '     04662515
                  error-status                                          04662615
              set CACHE-UNAVAILABLE to true                             04662715
           end-if.                                                      04662815
           move W-SAVE-AUDIT-STATUS to ERROR-STATUS.                    04662915
       SECTION-EXIT.                                                    04663015
           EXIT.                                                        04663115
      *----------------------------------------------------------------*04663215
      *  serve the module from ISPT-JSONMAP-CACHE when its module      *04663315
      *  entry and every body it names are held under the current      *04663415
      *  CACHEGEN-175 generation : the load flags come back, the       *04663515
      *  header walk's audit rows are replayed, and each body goes     *04663615
      *  through 2900-finalize-pending exactly as a loaded one would   *04663715
      *  - sensitivity is applied for THIS caller.  anything short of  *04663815
      *  that is a miss and the caller walks the load area.            *04663915
      *----------------------------------------------------------------*04664015
       1150-serve-from-cache               SECTION.                     04664115
      *----------------------------------------------------------------*04664215
       SECTION-ENTRY.                                                   04664315
           set CACHE-MISS to true.                                      04664415
           move 0 to W-cache-blocks.                                    04664515
           move 0 to W-body-rows.                                       04664615
           move 0 to W-trail-cnt.                                       04664715
           perform 1140-cache-attach.                                   04664815
           if not CACHE-ATTACHED                                        04664915
              go to section-exit                                        04665015
           end-if.                                                      04665115
           if JC-EYECATCHER not = 'ISPTJMC3'                            04665215
              move 'ISPTJMC3' to JC-EYECATCHER                          04665315
              perform 1160-cache-reset                                  04665415
           end-if.                                                      04665515
           perform 1170-cache-generation.                               04665615
      *    from here to the first body no database call is made, so no *04665715
      *    other task can touch the cache while the hit is decided and *04665815
      *    the module entry's trail is taken.                          *04665915
           move 0 to W-cache-vers.                                      04666015
           perform 1180-cache-find.                                     04666115
           if W-cache-ix = 0                                            04666215
              go to section-exit                                        04666315
           end-if.                                                      04666415
           move W-cache-ix to W-cache-mod-ix.                           04666515
       body-check-loop.                                                 04666615
           add 1 to W-cache-vers.                                       04666715
           if W-cache-vers > 3                                          04666815
              go to body-serve                                          04666915
           end-if.                                                      04667015
           if JC-MOD-FLAGS(W-cache-mod-ix)(W-cache-vers:1) not = '1'    04667115
              go to body-check-loop                                     04667215
           end-if.                                                      04667315
           perform 1180-cache-find.                                     04667415
           if W-cache-ix = 0                                            04667515
              go to section-exit                                        04667615
           end-if.                                                      04667715
           go to body-check-loop.                                       04667815
       body-serve.                                                      04667915
           set CACHE-HIT to true.                                       04668015
           move JC-MOD-FLAGS(W-cache-mod-ix) to W-cache-flags.          04668115
           move W-cache-flags(1:2) to W-mod-ind.                        04668215
           move W-cache-flags(3:1) to W-rules-flags.                    04668315
           move JC-TRAIL-CNT(W-cache-mod-ix) to W-trail-cnt.            04668415
           move 0 to W-trail-ix.                                        04668515
       trail-take-loop.                                                 04668615
           add 1 to W-trail-ix.                                         04668715
           if W-trail-ix not > W-trail-cnt                              04668815
              move JC-TRAIL-VERS(W-cache-mod-ix, W-trail-ix)            04668915
                to W-trail-vers(W-trail-ix)                             04669015
              move JC-TRAIL-FOUND(W-cache-mod-ix, W-trail-ix)           04669115
                to W-trail-found(W-trail-ix)                            04669215
              go to trail-take-loop                                     04669315
           end-if.                                                      04669415
           move 0 to W-cache-vers.                                      04669515
       body-serve-loop.                                                 04669615
           add 1 to W-cache-vers.                                       04669715
           if W-cache-vers > 3                                          04669815
              go to body-replay                                         04669915
           end-if.                                                      04670015
           if W-cache-flags(W-cache-vers:1) not = '1'                   04670115
              go to body-serve-loop                                     04670215
           end-if.                                                      04670315
      *    each body is found again after the last one's database      *04670415
      *    calls : a task that started the cache over meanwhile sends  *04670515
      *    this one back to the load area walk.                        *04670615
           perform 1180-cache-find.                                     04670715
           if W-cache-ix = 0                                            04670815
              set CACHE-MISS to true                                    04670915
              move 0 to w-mod-flags                                     04671015
              move 2 to rulesmap-flag                                   04671115
              move 0 to W-cache-blocks                                  04671215
              move 0 to W-trail-cnt                                     04671315
              go to section-exit                                        04671415
           end-if.                                                      04671515
           perform 1185-cache-copy-out.                                 04671615
           move W-cache-vers to w-pending-vers.                         04671715
           perform 2900-finalize-pending.                               04671815
           go to body-serve-loop.                                       04671915
       body-replay.                                                     04672015
           perform 1190-replay-audit.                                   04672115
       SECTION-EXIT.                                                    04672215
           EXIT.                                                        04672315
      *----------------------------------------------------------------*04672415
      *  an empty cache.  the pool is only ever appended to, so a full *04672515
      *  table or pool starts everything over.                         *04672615
      *----------------------------------------------------------------*04672715
       1160-cache-reset                    SECTION.                     04672815
      *----------------------------------------------------------------*04672915
       SECTION-ENTRY.                                                   04673015
           display 'isptc002 jsonmap cache reset'.                      04673115
           move 96   to JC-ENTRY-MAX.                                   04673215
           move 3072 to JC-POOL-MAX.                                    04673315
           move 0    to JC-ENTRY-TOT.                                   04673415
           move 0    to JC-POOL-USED.                                   04673515
       SECTION-EXIT.                                                    04673615
           EXIT.                                                        04673715
      *----------------------------------------------------------------*04673815
      *  the module's current generation - isptb024 / isptb019 bump    *04673915
      *  it whenever its live headers change.  no row is generation 0. *04674015
      *----------------------------------------------------------------*04674115
       1170-cache-generation               SECTION.                     04674215
      *----------------------------------------------------------------*04674315
       SECTION-ENTRY.                                                   04674415
           move 0 to W-cache-gen.                                       04674515
           move we-jsonMap-name to CACHEGEN-MODNAME-175.                04674615
           obtain calc  CACHEGEN-175.                                   04674715
           if db-rec-not-found                                          04674815
              go to section-exit                                        04674915
           end-if.                                                      04675015
           perform idms-status.                                         04675115
           move CACHEGEN-GEN-175 to W-cache-gen.                        04675215
       SECTION-EXIT.                                                    04675315
           EXIT.                                                        04675415
      *----------------------------------------------------------------*04675515
      *  the entry for we-jsonMap-name / W-cache-vers in the bound     *04675615
      *  dictionary under the current generation into W-cache-ix (0    *04675715
      *  when there is none).  entries of the module stamped with      *04675815
      *  another generation are freed on the way past.                 *04675915
      *----------------------------------------------------------------*04676015
       1180-cache-find                     SECTION.                     04676115
      *----------------------------------------------------------------*04676215
       SECTION-ENTRY.                                                   04676315
           move 0 to W-cache-ix.                                        04676415
           move 0 to W-cache-scan.                                      04676515
       find-loop.                                                       04676615
           add 1 to W-cache-scan.                                       04676715
           if W-cache-scan > JC-ENTRY-TOT                               04676815
              go to section-exit                                        04676915
           end-if.                                                      04677015
           if JC-FREE(W-cache-scan)                                     04677115
              go to find-loop                                           04677215
           end-if.                                                      04677315
           if JC-MODNAME(W-cache-scan) not = we-jsonMap-name            04677415
            or JC-DICTNAME(W-cache-scan) not = wk-dictname              04677515
              go to find-loop                                           04677615
           end-if.                                                      04677715
           if JC-GEN(W-cache-scan) not = W-cache-gen                    04677815
              set JC-FREE(W-cache-scan) to true                         04677915
              go to find-loop                                           04678015
           end-if.                                                      04678115
           if JC-VERS(W-cache-scan) = W-cache-vers                      04678215
              move W-cache-scan to W-cache-ix                           04678315
              go to section-exit                                        04678415
           end-if.                                                      04678515
           go to find-loop.                                             04678615
       SECTION-EXIT.                                                    04678715
           EXIT.                                                        04678815
      *----------------------------------------------------------------*04678915
      *  the cached body at W-cache-ix back into w-buffer, as the      *04679015
      *  load area walk would have left it.                            *04679115
      *----------------------------------------------------------------*04679215
       1185-cache-copy-out                 SECTION.                     04679315
      *----------------------------------------------------------------*04679415
       SECTION-ENTRY.                                                   04679515
           move JC-BLOCKS(W-cache-ix) to W-body-rows.                   04679615
           if W-body-rows = 0                                           04679715
              go to section-exit                                        04679815
           end-if.                                                      04679915
           compute w-pos = ( JC-FIRST-BLOCK(W-cache-ix) - 1 ) * 512 + 1.04680015
           compute w-len = W-body-rows * 512.                           04680115
           move JC-POOL(w-pos:w-len) to w-buffer(1:w-len).              04680215
       SECTION-EXIT.                                                    04680315
           EXIT.                                                        04680415
      *  a cached load is still a retrieval by this caller : the rows  *04680515
      *  1250-write-audit-log wrote when the module was walked, taken  *04680615
      *  into W-trail when the hit was decided, are written again, in  *04680715
      *  order, under W-CALLER-ID.                                     *04680815
      *----------------------------------------------------------------*04680915
       1190-replay-audit                   SECTION.                     04681015
      *----------------------------------------------------------------*04681115
       SECTION-ENTRY.                                                   04681215
           move 0 to W-trail-ix.                                        04681315
       replay-loop.                                                     04681415
           add 1 to W-trail-ix.                                         04681515
           if W-trail-ix > W-trail-cnt                                  04681615
              go to section-exit                                        04681715
           end-if.                                                      04681815
      *    a masked-elements row is this caller's own verdict, written *04681915
      *    again by 2900-finalize-pending below - never replayed.      *04682015
           if W-trail-found(W-trail-ix) = 'M'                           04682115
              go to replay-loop                                         04682215
           end-if.                                                      04682315
           MOVE ERROR-STATUS          TO W-SAVE-AUDIT-STATUS.           04682415
           MOVE FUNCTION CURRENT-DATE TO W-AUDIT-TIMESTAMP.             04682515
           MOVE W-AUDIT-TIMESTAMP     TO AUD-TIMESTAMP-169.             04682615
           MOVE 'isptc002'            TO AUD-PROGRAM-169.               04682715
           MOVE we-jsonMap-name       TO AUD-MODNAME-169.               04682815
           MOVE W-trail-vers(W-trail-ix)                                04682915
                                      TO AUD-VERSION-169.               04683015
           MOVE W-trail-found(W-trail-ix)                               04683115
                                      TO AUD-FOUND-169.                 04683215
           MOVE W-CALLER-ID           TO AUD-CALLER-169.                04683315
           store AUDITREC-169.                                          04683415
           if ANY-ERROR-STATUS                                          04683515
              display 'isptc002 audit store failed ' error-status       04683615
           end-if.                                                      04683715
           COMMIT.                                                      04683815
           MOVE W-SAVE-AUDIT-STATUS   TO ERROR-STATUS.                  04683915
           go to replay-loop.                                           04684015
       SECTION-EXIT.                                                    04684115
           EXIT.                                                        04684215
      *----------------------------------------------------------------*04684315
       1260-write-audit-denied             SECTION.                     04684415
      *----------------------------------------------------------------*04690015
       SECTION-ENTRY.                                                   04700015
           MOVE ERROR-STATUS          TO W-SAVE-AUDIT-STATUS.           04710015
              MOVE 'Y' TO AUD-FOUND-169                                 05910015
           END-IF.                                                      05920015
           MOVE W-CALLER-ID           TO AUD-CALLER-169.                05930015
           set AUDIT-NOT-STORED to true.                                05940015
           store AUDITREC-169.                                          05940215
           if not ANY-ERROR-STATUS                                      05940415
              set AUDIT-STORED to true                                  05940615
           end-if.                                                      05940815
           if ANY-ERROR-STATUS                                          05950015
              display 'isptc002 audit store failed ' error-status       05960015
           end-if.                                                      05970015
      *    roll the day's audit back.  plain COMMIT keeps           *   05990015
      *    currencies - the calc-chain walk is untouched.           *   06000015
           COMMIT.                                                      06010015
           if ANY-ERROR-STATUS                                          06010215
              set AUDIT-NOT-STORED to true                              06010415
           end-if.                                                      06010615
      *    the caller's currency verdict must survive the store.       *06020015
           MOVE W-SAVE-AUDIT-STATUS   TO ERROR-STATUS.                  06030015
      *    a row that reached the database is one a cached load of     *06030215
      *    this module replays.                                        *06030415
           if AUDIT-STORED                                              06030615
              add 1 to W-trail-cnt                                      06030815
              if W-trail-cnt not > 48                                   06031015
                 move AUD-VERSION-169 to W-trail-vers(W-trail-cnt)      06031215
                 move AUD-FOUND-169   to W-trail-found(W-trail-cnt)     06031415
              end-if                                                    06031615
           end-if.                                                      06031815
       SECTION-EXIT.                                                    06040015
           EXIT.                                                        06050015
      *----------------------------------------------------------------*06050115
      *  the assembled body in w-buffer goes into the cache as the     *06050215
      *  W-cache-vers entry : W-body-rows blocks appended to JC-POOL.  *06050315
      *----------------------------------------------------------------*06050415
       1300-cache-store-body               SECTION.                     06050515
      *----------------------------------------------------------------*06050615
       SECTION-ENTRY.                                                   06050715
           if buffer-overflow or not CACHE-ATTACHED                     06050815
              go to section-exit                                        06050915
           end-if.                                                      06051015
           if JC-POOL-USED + W-body-rows > JC-POOL-MAX                  06051115
              perform 1160-cache-reset                                  06051215
           end-if.                                                      06051315
           move w-pending-vers to W-cache-vers.                         06051415
           perform 1310-cache-slot.                                     06051515
           compute JC-FIRST-BLOCK(W-cache-ix) = JC-POOL-USED + 1.       06051615
           move W-body-rows to JC-BLOCKS(W-cache-ix).                   06051715
           if W-body-rows > 0                                           06051815
              compute w-pos = JC-POOL-USED * 512 + 1                    06051915
              compute w-len = W-body-rows * 512                         06052015
              move w-buffer(1:w-len) to JC-POOL(w-pos:w-len)            06052115
              add W-body-rows to JC-POOL-USED                           06052215
           end-if.                                                      06052315
           set JC-LOADED(W-cache-ix) to true.                           06052415
       SECTION-EXIT.                                                    06052515
           EXIT.                                                        06052615
      *----------------------------------------------------------------*06052715
      *  a slot for we-jsonMap-name / W-cache-vers into W-cache-ix :   *06052815
      *  any older entry for the pair is freed, a free slot is reused, *06052915
      *  else the table grows - and a full table starts over.  the     *06053015
      *  slot stays free until the caller has filled it.               *06053115
      *----------------------------------------------------------------*06053215
       1310-cache-slot                     SECTION.                     06053315
      *----------------------------------------------------------------*06053415
       SECTION-ENTRY.                                                   06053515
           perform 1180-cache-find.                                     06053615
           if W-cache-ix > 0                                            06053715
              set JC-FREE(W-cache-ix) to true                           06053815
           end-if.                                                      06053915
           move 0 to W-cache-scan.                                      06054015
       slot-loop.                                                       06054115
           add 1 to W-cache-scan.                                       06054215
           if W-cache-scan > JC-ENTRY-TOT                               06054315
              go to slot-append                                         06054415
           end-if.                                                      06054515
           if JC-FREE(W-cache-scan)                                     06054615
              move W-cache-scan to W-cache-ix                           06054715
              go to slot-fill                                           06054815
           end-if.                                                      06054915
           go to slot-loop.                                             06055015
       slot-append.                                                     06055115
           if JC-ENTRY-TOT not < JC-ENTRY-MAX                           06055215
              perform 1160-cache-reset                                  06055315
           end-if.                                                      06055415
           add 1 to JC-ENTRY-TOT.                                       06055515
           move JC-ENTRY-TOT to W-cache-ix.                             06055615
       slot-fill.                                                       06055715
           set JC-FREE(W-cache-ix) to true.                             06055815
           move we-jsonMap-name to JC-MODNAME(W-cache-ix).              06055915
           move wk-dictname     to JC-DICTNAME(W-cache-ix).             06056015
           move W-cache-vers    to JC-VERS(W-cache-ix).                 06056115
           move W-cache-gen     to JC-GEN(W-cache-ix).                  06056215
           move 0               to JC-FIRST-BLOCK(W-cache-ix).          06056315
           move 0               to JC-BLOCKS(W-cache-ix).               06056415
           move 0               to JC-TRAIL-CNT(W-cache-ix).            06056515
           move spaces          to JC-MOD-FLAGS(W-cache-ix).            06056615
       SECTION-EXIT.                                                    06056715
           EXIT.                                                        06056815
      *----------------------------------------------------------------*06056915
      *  after a load area walk : the module entry (load flags and     *06057015
      *  the audit trail) makes the bodies just stored servable.  an   *06057115
      *  overflowing or absent module is never cached.                 *06057215
      *----------------------------------------------------------------*06057315
       1350-cache-store-module             SECTION.                     06057415
      *----------------------------------------------------------------*06057515
       SECTION-ENTRY.                                                   06057615
           if buffer-overflow or none-found or not CACHE-ATTACHED       06057715
              go to section-exit                                        06057815
           end-if.                                                      06057915
           if W-trail-cnt > 48                                          06058015
              go to section-exit                                        06058115
           end-if.                                                      06058215
           move 0 to W-cache-vers.                                      06058315
           perform 1310-cache-slot.                                     06058415
           move W-mod-ind     to JC-MOD-FLAGS(W-cache-ix)(1:2).         06058515
           move W-rules-flags to JC-MOD-FLAGS(W-cache-ix)(3:1).         06058615
           move W-trail-cnt   to JC-TRAIL-CNT(W-cache-ix).              06058715
           move 0 to W-trail-ix.                                        06058815
       trail-loop.                                                      06058915
           add 1 to W-trail-ix.                                         06059015
           if W-trail-ix > W-trail-cnt                                  06059115
              go to trail-done                                          06059215
           end-if.                                                      06059315
           move W-trail-vers(W-trail-ix)                                06059415
             to JC-TRAIL-VERS(W-cache-ix, W-trail-ix).                  06059515
           move W-trail-found(W-trail-ix)                               06059615
             to JC-TRAIL-FOUND(W-cache-ix, W-trail-ix).                 06059715
           go to trail-loop.                                            06059815
       trail-done.                                                      06059915
           set JC-LOADED(W-cache-ix) to true.                           06060015
       SECTION-EXIT.                                                    06060115
           EXIT.                                                        06060215
      *----------------------------------------------------------------*06060315
      *  one STATSLOG row per load for isptb022's cache section :      *06060415
      *  HIT or MISS (OVFL : a miss whose audit trail was too long to  *06060515
      *  cache), the body bytes served and the LOADTEXT blocks behind  *06060615
      *  them (read on a miss, saved on a hit).  the file opens EXTEND *06060715
      *  on the first call and stays open; a bad or missing DD turns   *06060815
      *  the logging off for the run.                                  *06060915
      *----------------------------------------------------------------*06061015
       1400-write-cache-stats              SECTION.                     06061115
      *----------------------------------------------------------------*06061215
       SECTION-ENTRY.                                                   06061315
           if STATSLOG-UNUSABLE                                         06061415
              go to section-exit                                        06061515
           end-if.                                                      06061615
           if not STATSLOG-OPEN                                         06061715
              open extend STATSLOG                                      06061815
              if WS-STATSLOG-STATUS = '00'                              06061915
                 set STATSLOG-OPEN to true                              06062015
              else                                                      06062115
                 set STATSLOG-UNUSABLE to true                          06062215
                 go to section-exit                                     06062315
              end-if                                                    06062415
           end-if.                                                      06062515
           move FUNCTION CURRENT-DATE to W-STATS-TIMESTAMP.             06062615
           move W-STATS-TIMESTAMP to ST-TIMESTAMP.                      06062715
           move 'isptc002'        to ST-PROGRAM.                        06062815
           move we-jsonMap-name   to ST-MODNAME.                        06062915
      *    the load verdict itself is in the audit rows.               *06063015
           move 0                 to ST-RETURN-CODE.                    06063115
           compute W-stats-len = W-cache-blocks * 512.                  06063215
           if W-stats-len > 999999                                      06063315
              move 999999 to W-stats-len                                06063415
           end-if.                                                      06063515
           move W-stats-len       to ST-LEN.                            06063615
           if W-cache-blocks > 999                                      06063715
              move 999            to ST-ERR-CNT                         06063815
           else                                                         06063915
              move W-cache-blocks to ST-ERR-CNT                         06064015
           end-if.                                                      06064115
           if CACHE-HIT                                                 06064215
              move 'HIT '         to ST-ERR-CODE                        06064315
           else                                                         06064415
      *       walked, but too many audit rows to cache.                *06064515
              if W-trail-cnt > 48                                       06064615
                 move 'OVFL'      to ST-ERR-CODE                        06064715
              else                                                      06064815
                 move 'MISS'      to ST-ERR-CODE                        06064915
              end-if                                                    06065015
           end-if.                                                      06065115
           move 'JSONMAP CACHE'   to ST-ERR-ELE.                        06065215
           write STATSLOG-RECORD.                                       06065315
       SECTION-EXIT.                                                    06065415
           EXIT.                                                        06065515
      *----------------------------------------------------------------*06065615
       2000-obtain-loadtext                SECTION.                     06070015
      *----------------------------------------------------------------*06080015
       SECTION-ENTRY.                                                   06090015
                                                                        06750015
       end-of-loadtext.                                                 06760015
            move w-pos to w-snap.                                       06770015
            move w-row to W-body-rows.                                  06770215
      *     move '  ws-buffer' to w-title.                              06780015
      *     SNAP title w-title from w-buffer length w-snap.             06790015
      *     move 300 to w-snap.                                         06800015
              go to section-exit                                        07260015
           end-if.                                                      07270015
           move loadtext-157 to ws-buffer(w-dest-row).                  07280015
           if w-dest-row > W-body-rows                                  07280215
              move w-dest-row to W-body-rows                            07280415
           end-if.                                                      07280615
           go to do-while-segment.                                      07290015
       SECTION-EXIT.                                                    07300015
           EXIT.                                                        07310015
       2900-finalize-pending               SECTION.                     07360015
      *----------------------------------------------------------------*07370015
       SECTION-ENTRY.                                                   07380015
      *    the assembled body is what the cache keeps.                 *07380215
           if w-pending-vers > 0                                        07380415
              add W-body-rows to W-cache-blocks                         07380615
              if CACHE-MISS                                             07380815
                 perform 1300-cache-store-body                          07381015
              end-if                                                    07381215
           end-if.                                                      07381415
           if w-pending-vers = 1                                        07390015
              if jsonmap-found                                          07400015
                 if we-describe-only                                    07410015
