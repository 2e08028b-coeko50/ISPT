      *           the one currently bound - isptb017 compares two      *
      *           dictionaries through this.  Rows report the bound    *
      *           dictionary back in DICT.                             *
      * 26/10/15  recognize the ISPT-CODE-XLATE udc : the comment text *
      *           names a CODEXLT-172 code translation table           *
      *           (maintained by isptb038) and surfaces verbatim in    *
      *           UDC_VAL under the new category UDC_KEY 904, which    *
      *           isptb009 compiles into the #ISPTRUL module and       *
      *           2000/3000/4000 can maintain like 900/901/902.        *
      *                                                                *
      * -------------------------------------------------------------- *
      * The procedure needs these schema definitions:                  *
           05 UDC-KEY-ENUM                        PIC 9(3) VALUE 900.
           05 UDC-KEY-MINMAX                      PIC 9(3) VALUE 901.
           05 UDC-KEY-REGEX                       PIC 9(3) VALUE 902.
           05 UDC-KEY-XLATE                       PIC 9(3) VALUE 904.

        01 WORK-FIELDS.
      *    05 WRK-X                               PIC S9(4) COMP.
           02 w-enum-id                  PIC S9(4) COMP.
           02 w-minmax-id                PIC S9(4) COMP.
           02 w-regex-id                 PIC S9(4) COMP.
           02 w-xlate-id                 PIC S9(4) COMP.
           02 map-cnt                    PIC S9(4) COMP SYNC.
      *    raised from 5 to 10 maps (MAPLIST widened to match) so a
      *    record tied to more than 5 BMS maps still gets a correct
      *    move 0 to w-udc-cnt.
           move 0 to w-date-id, w-time-id, w-datetime-id.
           move 0 to w-enum-id, w-minmax-id, w-regex-id.
           move 0 to w-xlate-id.
           move 'ISPT-DATE-FORMAT' to attr-name-093.
           perform 0260-getudc-id.
      *       display 'dateidx=' NEST-ID-132 error-status
           if db-status-ok
               move NEST-ID-132 to w-regex-id
           end-if.
      *    code translation - the value names the CODEXLT-172 table
      *    whose pairs isptb009 compiles for the element.
           move 'ISPT-CODE-XLATE' to attr-name-093.
           perform 0260-getudc-id.
           if db-status-ok
               move NEST-ID-132 to w-xlate-id
           end-if.
       SECTION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
                  move UDC-KEY-REGEX  to udc-key
                  move cmt-info-044(1) to udc-val
              end-if;
              if cmt-id-044 = w-xlate-id
                  move 0              to udc-val-i, udc-key-i
                  move UDC-KEY-XLATE  to udc-key
                  move cmt-info-044(1) to udc-val
              end-if;
              go to section-exit
           end-if.
           go to udc-loop.
       SECTION-ENTRY.
           set udc-ele-not-found to true.
           if w-enum-id = 0 and w-minmax-id = 0 and w-regex-id = 0
            and w-xlate-id = 0
              perform 0250-get-udckeys
           end-if.
           move 0 to w-target-cmt-id.
                 move w-minmax-id to w-target-cmt-id
              when 902
                 move w-regex-id  to w-target-cmt-id
              when 904
                 move w-xlate-id  to w-target-cmt-id
           end-evaluate.
           if w-target-cmt-id = 0
              move '42000' to SQLSTATE2
              move 'UDC category not maintainable - use 900-902/904.'
                  to message-text
              go to section-exit
           end-if.
