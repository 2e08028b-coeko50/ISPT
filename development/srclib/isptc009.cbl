      *COBOL PGM SOURCE FOR isptc009                                    00010015
       IDENTIFICATION DIVISION.                                         00020015
       PROGRAM-ID.                     isptc009.                        00030015
       AUTHOR.                         Kosie.                           00040015
       DATE-WRITTEN.                   26/10/15.                        00050015
      *----------------------------------------------------------------*00060015
      *                                                                *00070015
      *                                                                *00080015
      * Running hash total over a byte buffer.                         *00090015
      *                                                                *00100015
      * Several jobs need to prove that a block of bytes arrived the   *00110015
      * way it left - a published file against its trailer, a          *00120015
      * transported load module against its manifest, a live module    *00130015
      * against the seal taken when it was compiled.  This module is   *00140015
      * the one arithmetic they all share, so two jobs hashing the     *00150015
      * same bytes always agree.                                       *00160015
      *                                                                *00170015
      * The hash is the Adler-32 pair : S1 is 1 plus the sum of every  *00180015
      * byte value, S2 the sum of the successive S1 values, both       *00190015
      * modulo 65521, and the value is S2 * 65536 + S1.  The two sums  *00200015
      * ride in the control block between calls, so a caller can       *00210015
      * feed a long stream (a load module in segments, a file record   *00220015
      * by record) one piece at a time and read the value at any       *00230015
      * point.                                                         *00240015
      *                                                                *00250015
      * -------------------------------------------------------------  *00260015
      *                                                                *00270015
      * CALL 'isptc009' USING ispt-hash-control                        *00280015
      *                       ispt-hash-data                           *00290015
      *                                                                *00300015
      * ispt-hash-control                                              *00310015
      *     HASH-FUNCTION   'I' = start a new hash with this piece     *00320015
      *                     'A' = add this piece to the running hash   *00330015
      *     HASH-LEN        bytes of ispt-hash-data to take (0 is      *00340015
      *                     allowed - the value is just restated)      *00350015
      *     HASH-S1/HASH-S2 the running sums, kept by the caller       *00360015
      *                     between calls and never altered by it      *00370015
      *     HASH-VALUE      the hash so far, decimal                   *00380015
      *     HASH-HEX        the same value as 8 hex digits             *00390015
      *     HASH-RETURN-CODE 0 = ok, 8 = bad function or length        *00400015
      * ispt-hash-data      the bytes, up to 32000 per call            *00410015
      *                                                                *00420015
      * Maintenance                                                    *00430015
      * 26/10/15  new program                                          *00440015
      *                                                                *00450015
      *----------------------------------------------------------------*00460015
       ENVIRONMENT DIVISION.                                            00470015
      *                                                                 00480015
       CONFIGURATION SECTION.                                           00490015
      *SOURCE-COMPUTER.                IBM WITH DEBUGGING MODE.         00500015
      *----------------------------------------------------------------*00510015
      *                                                                *00520015
      *----------------------------------------------------------------*00530015
       DATA DIVISION.                                                   00540015
      *----------------------------------------------------------------*00550015
       WORKING-STORAGE SECTION.                                         00560015
        01 FILLER                                 PIC X(50) VALUE       00570015
            '*******  isptc009  WORKING STORAGE STARTS HERE -->'.       00580015
        01 WORK-FIELDS.                                                 00590015
           05 W-ix                               PIC S9(8) COMP.        00600015
           05 W-work                             PIC S9(10) COMP-3.     00610015
           05 W-digit                            PIC S9(4) COMP.        00620015
           05 W-hx                               PIC S9(4) COMP.        00630015
           05 W-modulus                          PIC S9(8) COMP         00640015
                                                     VALUE 65521.       00650015
           05 W-hex-digits                       PIC X(16)              00660015
                                                     VALUE              00670015
               '0123456789ABCDEF'.                                      00680015
      *    one byte of the buffer seen as a halfword binary value.     *00690015
        01 W-BYTE-WORD                            PIC 9(4) COMP.        00700015
        01 W-BYTE-AREA REDEFINES W-BYTE-WORD.                           00710015
           05 W-BYTE-HI                          PIC X(01).             00720015
           05 W-BYTE-LO                          PIC X(01).             00730015
      *----------------------------------------------------------------*00740015
      *                                                                *00750015
      *----------------------------------------------------------------*00760015
       LINKAGE SECTION.                                                 00770015
        01 ISPT-HASH-CONTROL.                                           00780015
           05 HASH-FUNCTION                   PIC X(01).                00790015
              88 HASH-INITIAL                    VALUE 'I'.             00800015
              88 HASH-ADD                        VALUE 'A'.             00810015
           05 HASH-LEN                        PIC S9(8) COMP.           00820015
           05 HASH-S1                         PIC S9(8) COMP.           00830015
           05 HASH-S2                         PIC S9(8) COMP.           00840015
           05 HASH-VALUE                      PIC 9(10).                00850015
           05 HASH-HEX                        PIC X(08).                00860015
           05 HASH-RETURN-CODE                PIC S9(4) COMP.           00870015
        01 ISPT-HASH-DATA                     PIC X(32000).             00880015
      *----------------------------------------------------------------*00890015
       PROCEDURE DIVISION USING                                         00900015
                    ispt-hash-control                                   00910015
                    ispt-hash-data.                                     00920015
      *----------------------------------------------------------------*00930015
      *                                                                *00940015
      *----------------------------------------------------------------*00950015
       0000-MAINLINE                       SECTION.                     00960015
      *----------------------------------------------------------------*00970015
       SECTION-ENTRY.                                                   00980015
           move 0 to HASH-RETURN-CODE.                                  00990015
           if not HASH-INITIAL and not HASH-ADD                         01000015
              move 8 to HASH-RETURN-CODE                                01010015
              go to mainline-end                                        01020015
           end-if.                                                      01030015
           if HASH-LEN < 0 or HASH-LEN > 32000                          01040015
              move 8 to HASH-RETURN-CODE                                01050015
              go to mainline-end                                        01060015
           end-if.                                                      01070015
           if HASH-INITIAL                                              01080015
              move 1 to HASH-S1                                         01090015
              move 0 to HASH-S2                                         01100015
           end-if.                                                      01110015
           perform 1000-ADD-BYTES.                                      01120015
           perform 2000-STATE-VALUE.                                    01130015
       mainline-end.                                                    01140015
           EXIT PROGRAM.                                                01150015
       SECTION-EXIT.                                                    01160015
           EXIT.                                                        01170015
      *----------------------------------------------------------------*01180015
      *  S1 never reaches twice the modulus and S2 never reaches it    *01190015
      *  plus a maximum S1, so one subtract keeps each in range.       *01200015
      *----------------------------------------------------------------*01210015
       1000-ADD-BYTES                      SECTION.                     01220015
      *----------------------------------------------------------------*01230015
       SECTION-ENTRY.                                                   01240015
           move 0 to W-ix.                                              01250015
           move 0 to W-BYTE-WORD.                                       01260015
       byte-loop.                                                       01270015
           add 1 to W-ix.                                               01280015
           if W-ix > HASH-LEN                                           01290015
              go to section-exit                                        01300015
           end-if.                                                      01310015
           move ISPT-HASH-DATA(W-ix:1) to W-BYTE-LO.                    01320015
           add W-BYTE-WORD to HASH-S1.                                  01330015
           if HASH-S1 not less than W-modulus                           01340015
              subtract W-modulus from HASH-S1                           01350015
           end-if.                                                      01360015
           add HASH-S1 to HASH-S2.                                      01370015
           if HASH-S2 not less than W-modulus                           01380015
              subtract W-modulus from HASH-S2                           01390015
           end-if.                                                      01400015
           go to byte-loop.                                             01410015
       SECTION-EXIT.                                                    01420015
           EXIT.                                                        01430015
      *----------------------------------------------------------------*01440015
      *  the value in decimal, then peeled into 8 hex digits from the  *01450015
      *  right.                                                        *01460015
      *----------------------------------------------------------------*01470015
       2000-STATE-VALUE                    SECTION.                     01480015
      *----------------------------------------------------------------*01490015
       SECTION-ENTRY.                                                   01500015
           compute HASH-VALUE = HASH-S2 * 65536 + HASH-S1.              01510015
           move HASH-VALUE to W-work.                                   01520015
           move 9 to W-hx.                                              01530015
       hex-loop.                                                        01540015
           subtract 1 from W-hx.                                        01550015
           if W-hx < 1                                                  01560015
              go to section-exit                                        01570015
           end-if.                                                      01580015
           divide W-work by 16 giving W-work remainder W-digit.         01590015
           move W-hex-digits(W-digit + 1:1) to HASH-HEX(W-hx:1).        01600015
           go to hex-loop.                                              01610015
       SECTION-EXIT.                                                    01620015
           EXIT.                                                        01630015
