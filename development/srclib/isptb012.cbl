      *           retained, and the new approval-row scope column      *00450615
      *           (LIVE / STAGED / RETAINED) limits a purge to one     *00450815
      *           generation                                           *00451015
      * 26/10/15  a purged generation's MODSEAL-171 integrity seal     *00451215
      *           (isptb009) is erased with it                         *00451415
      *                                                                *00460015
      *----------------------------------------------------------------*00470015
       ENVIRONMENT DIVISION.                                            00480015
           02 COPY IDMS SUBSCHEMA-CTRL.                                 01680015
           02 COPY IDMS RECORD LOADHDR-156.                             01690015
           02 COPY IDMS RECORD loadtext-157.                            01700015
           02 COPY IDMS RECORD MODSEAL-171.                             01700215
      *----------------------------------------------------------------*01710015
       PROCEDURE DIVISION.                                              01720015
      *----------------------------------------------------------------*01730015
           END-IF                                                       02670015
           BIND LOADHDR-156                                             02680015
           BIND loadtext-157                                            02690015
           BIND MODSEAL-171                                             02690215
           IF ANY-ERROR-STATUS                                          02700015
              PERFORM 9999-DB-ERROR                                     02710015
           END-IF.                                                      02720015
                                                                        03070015
           if PURGE-MODE                                                03080015
              PERFORM 0400-ERASE-MODULE                                 03090015
              PERFORM 0450-ERASE-SEALS                                  03090215
              add 1 to W-PURGED-CNT                                     03100015
              move 'PURGED    ' to RPT-VERB                             03110015
              move 'BACKED UP AND ERASED.' to RPT-REMARK                03120015
       SECTION-EXIT.                                                    03980015
           EXIT.                                                        03990015
      *----------------------------------------------------------------*04000015
      *  erase the seals of every generation the purge matched - the   *04000215
      *  same scope and family test as 0400, the same restart.         *04000415
      *----------------------------------------------------------------*04000615
       0450-ERASE-SEALS                    SECTION.                     04000815
      *----------------------------------------------------------------*04001015
       SECTION-ENTRY.                                                   04001215
       seal-erase-restart.                                              04001415
           move AP-MODNAME to MODSEAL-MODNAME-171.                      04001615
           obtain calc  MODSEAL-171.                                    04001815
       seal-erase-loop.                                                 04002015
           if db-rec-not-found                                          04002215
              go to section-exit                                        04002415
           end-if.                                                      04002615
           perform idms-status.                                         04002815
           if MODSEAL-VERS-171 < W-scope-lo                             04003015
            or MODSEAL-VERS-171 > W-scope-hi                            04003215
              obtain duplicate MODSEAL-171                              04003415
              go to seal-erase-loop                                     04003615
           end-if.                                                      04003815
           if AP-VERSION numeric and AP-VERSION > 0                     04004015
              compute W-fam = function mod(MODSEAL-VERS-171, 10)        04004215
              compute W-fam-ap = function mod(AP-VERSION, 10)           04004415
              if W-fam not = W-fam-ap                                   04004615
                 obtain duplicate MODSEAL-171                           04004815
                 go to seal-erase-loop                                  04005015
              end-if                                                    04005215
           end-if.                                                      04005415
           erase MODSEAL-171.                                           04005615
           perform idms-status.                                         04005815
           go to seal-erase-restart.                                    04006015
       SECTION-EXIT.                                                    04006215
           EXIT.                                                        04006415
      *----------------------------------------------------------------*04006615
       9000-FINISH                         SECTION.                     04010015
      *----------------------------------------------------------------*04020015
       SECTION-ENTRY.                                                   04030015
