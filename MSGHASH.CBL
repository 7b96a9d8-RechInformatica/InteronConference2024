      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> MSGHASH: Computes the tamper seal of one MSGBOX audit record
      *>-> (MSGLOGR layout) - for MSGLOGW as it writes, MSGLOGS as it
      *>-> seals a converted trail, MSGARCH for an archive's closing
      *>-> seal and MSGLOGV as it checks them all, so every one of them
      *>-> computes it exactly the same way.
      *>->
      *>-> The seal covers every byte of the record, key included, with
      *>-> ML-SEAL itself taken as zeros; since ML-PREV-SEAL is part of
      *>-> the record, each seal also covers the one before it. The
      *>-> caller's record is handed back as it came in.
      *>->
      *>-> The seal is HMAC-SHA-256 (FIPS 180-4, RFC 2104) of the
      *>-> record, keyed with MSGLOG-SEAL-KEY from the environment of
      *>-> the jobs and consoles that log, seal, archive or verify, and
      *>-> handed back as the 64 hex digits of the full digest. The key
      *>-> (up to 64 characters, trailing spaces not part of it) is kept
      *>-> with the rest of the production secrets, never on a data
      *>-> file: without it no seal can be worked out from any number
      *>-> of sealed records, so whoever can rewrite MSGLOG.DAT and
      *>-> MSGSEAL.DAT still cannot forge one that verifies. Without a
      *>-> key nothing is sealed: p-keyed comes back "N" and p-seal
      *>-> zeros, for the caller to act on.
      *>->
      *>-> The 32-bit words are PIC X(4) COMP-X (unsigned, high byte
      *>-> first, as SHA-256 wants them); AND/XOR go through CBL_AND and
      *>-> CBL_XOR, rotations and sums through ordinary arithmetic. The
      *>-> two key blocks are hashed once and their states held for the
      *>-> rest of the run, as long as the key stays the same.
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                msghash.
       environment                division.
       configuration              section.
       special-names.
           decimal-point     is   comma.
      *>--------------------------------------------------------------------------------------------------------------<*
       data                       division.
       working-storage            section.
       77  w-saved-seal          pic x(64)       value zeros.
       77  w-seal-key            pic x(64)       value spaces.
      *>-- Key the held pad states below were worked out for
       77  w-held-key            pic x(64)       value low-values.
       77  w-key-block           pic x(64)       value low-values.
       77  w-key-pos             pic 9(05)       value zeros comp-x.
       77  w-inner-pad           pic x(64)       value low-values.
       77  w-outer-pad           pic x(64)       value low-values.
       77  w-ipad-fill           pic x(64)       value all x"36".
       77  w-opad-fill           pic x(64)       value all x"5C".
       77  w-word-bytes          pic s9(09)      comp-5 value 4.
       77  w-pad-bytes           pic s9(09)      comp-5 value 64.
      *>-- Message being hashed after the key block, padded in place
       77  w-msg-length          pic 9(05)       value zeros comp-x.
       77  w-block-count         pic 9(05)       value zeros comp-x.
       77  w-block-no            pic 9(05)       value zeros comp-x.
       77  w-pos                 pic 9(05)       value zeros comp-x.
       01  w-msg.
           05  w-block           pic x(64)       occurs 16.
       01  w-bit-length-area.
           05  w-bit-length      pic x(08)       comp-x.
      *>-- Hash state: the running one, and the two held after the
      *>-- inner and outer key blocks
       01  w-state.
           05  w-state-word      pic x(04)       comp-x occurs 8.
       01  w-state-bytes         redefines w-state.
           05  w-state-byte      pic x(01)       comp-x occurs 32.
       01  w-inner-start         pic x(32)       value low-values.
       01  w-outer-start         pic x(32)       value low-values.
       01  w-inner-digest        pic x(32)       value low-values.
       01  w-initial-state.
           05  filler            pic x(04) comp-x value 1779033703.
           05  filler            pic x(04) comp-x value 3144134277.
           05  filler            pic x(04) comp-x value 1013904242.
           05  filler            pic x(04) comp-x value 2773480762.
           05  filler            pic x(04) comp-x value 1359893119.
           05  filler            pic x(04) comp-x value 2600822924.
           05  filler            pic x(04) comp-x value 528734635.
           05  filler            pic x(04) comp-x value 1541459225.
      *>-- Round constants
       01  w-round-constants.
           05  filler            pic x(04) comp-x value 1116352408.
           05  filler            pic x(04) comp-x value 1899447441.
           05  filler            pic x(04) comp-x value 3049323471.
           05  filler            pic x(04) comp-x value 3921009573.
           05  filler            pic x(04) comp-x value 961987163.
           05  filler            pic x(04) comp-x value 1508970993.
           05  filler            pic x(04) comp-x value 2453635748.
           05  filler            pic x(04) comp-x value 2870763221.
           05  filler            pic x(04) comp-x value 3624381080.
           05  filler            pic x(04) comp-x value 310598401.
           05  filler            pic x(04) comp-x value 607225278.
           05  filler            pic x(04) comp-x value 1426881987.
           05  filler            pic x(04) comp-x value 1925078388.
           05  filler            pic x(04) comp-x value 2162078206.
           05  filler            pic x(04) comp-x value 2614888103.
           05  filler            pic x(04) comp-x value 3248222580.
           05  filler            pic x(04) comp-x value 3835390401.
           05  filler            pic x(04) comp-x value 4022224774.
           05  filler            pic x(04) comp-x value 264347078.
           05  filler            pic x(04) comp-x value 604807628.
           05  filler            pic x(04) comp-x value 770255983.
           05  filler            pic x(04) comp-x value 1249150122.
           05  filler            pic x(04) comp-x value 1555081692.
           05  filler            pic x(04) comp-x value 1996064986.
           05  filler            pic x(04) comp-x value 2554220882.
           05  filler            pic x(04) comp-x value 2821834349.
           05  filler            pic x(04) comp-x value 2952996808.
           05  filler            pic x(04) comp-x value 3210313671.
           05  filler            pic x(04) comp-x value 3336571891.
           05  filler            pic x(04) comp-x value 3584528711.
           05  filler            pic x(04) comp-x value 113926993.
           05  filler            pic x(04) comp-x value 338241895.
           05  filler            pic x(04) comp-x value 666307205.
           05  filler            pic x(04) comp-x value 773529912.
           05  filler            pic x(04) comp-x value 1294757372.
           05  filler            pic x(04) comp-x value 1396182291.
           05  filler            pic x(04) comp-x value 1695183700.
           05  filler            pic x(04) comp-x value 1986661051.
           05  filler            pic x(04) comp-x value 2177026350.
           05  filler            pic x(04) comp-x value 2456956037.
           05  filler            pic x(04) comp-x value 2730485921.
           05  filler            pic x(04) comp-x value 2820302411.
           05  filler            pic x(04) comp-x value 3259730800.
           05  filler            pic x(04) comp-x value 3345764771.
           05  filler            pic x(04) comp-x value 3516065817.
           05  filler            pic x(04) comp-x value 3600352804.
           05  filler            pic x(04) comp-x value 4094571909.
           05  filler            pic x(04) comp-x value 275423344.
           05  filler            pic x(04) comp-x value 430227734.
           05  filler            pic x(04) comp-x value 506948616.
           05  filler            pic x(04) comp-x value 659060556.
           05  filler            pic x(04) comp-x value 883997877.
           05  filler            pic x(04) comp-x value 958139571.
           05  filler            pic x(04) comp-x value 1322822218.
           05  filler            pic x(04) comp-x value 1537002063.
           05  filler            pic x(04) comp-x value 1747873779.
           05  filler            pic x(04) comp-x value 1955562222.
           05  filler            pic x(04) comp-x value 2024104815.
           05  filler            pic x(04) comp-x value 2227730452.
           05  filler            pic x(04) comp-x value 2361852424.
           05  filler            pic x(04) comp-x value 2428436474.
           05  filler            pic x(04) comp-x value 2756734187.
           05  filler            pic x(04) comp-x value 3204031479.
           05  filler            pic x(04) comp-x value 3329325298.
       01  w-round-table         redefines w-round-constants.
           05  w-round-k         pic x(04)       comp-x occurs 64.
      *>-- Message schedule of the block in hand
       01  w-schedule.
           05  w-sched           pic x(04)       comp-x occurs 64.
       77  w-t                   pic 9(03)       value zeros comp-x.
       77  w-i                   pic 9(03)       value zeros comp-x.
      *>-- Working variables a to h of the compression rounds
       01  w-vars.
           05  w-a               pic x(04)       comp-x.
           05  w-b               pic x(04)       comp-x.
           05  w-c               pic x(04)       comp-x.
           05  w-d               pic x(04)       comp-x.
           05  w-e               pic x(04)       comp-x.
           05  w-f               pic x(04)       comp-x.
           05  w-g               pic x(04)       comp-x.
           05  w-h               pic x(04)       comp-x.
       01  w-vars-table          redefines w-vars.
           05  w-var             pic x(04)       comp-x occurs 8.
       77  w-temp-1              pic x(04)       comp-x value zeros.
       77  w-temp-2              pic x(04)       comp-x value zeros.
       77  w-and-1               pic x(04)       comp-x value zeros.
       77  w-and-2               pic x(04)       comp-x value zeros.
       77  w-sum                 pic 9(12)       value zeros.
       77  w-carry               pic 9(12)       value zeros.
      *>-- Rotate/shift work: w-x in, w-r out; w-s the XOR of three
       77  w-x                   pic x(04)       comp-x value zeros.
       77  w-r                   pic x(04)       comp-x value zeros.
       77  w-s                   pic x(04)       comp-x value zeros.
       77  w-s1                  pic x(04)       comp-x value zeros.
       77  w-hi                  pic 9(10)       value zeros.
       77  w-lo                  pic 9(10)       value zeros.
       77  w-n                   pic 9(02)       value zeros.
       77  w-rot-1               pic 9(02)       value zeros.
       77  w-rot-2               pic 9(02)       value zeros.
       77  w-rot-3               pic 9(02)       value zeros.
       77  w-shift-last          pic x(01)       value "N".
           88 w-shift-last-yes                    value "Y".
      *>-- Powers of two, 2**0 to 2**32
       01  w-power-table.
           05  w-pow             pic 9(10)       occurs 33.
       77  w-hex-digits          pic x(16)       value
                                                 "0123456789ABCDEF".
       77  w-hi-nibble           pic 9(02)       value zeros.
       77  w-lo-nibble           pic 9(02)       value zeros.
       linkage                    section.
           copy                   MSGLOGR.
       01  p-seal                pic x(64).
       01  p-keyed               pic x(01).
      *>--------------------------------------------------------------------------------------------------------------<*
       procedure                  division using MSGLOG-RECORD,
                                              p-seal,
                                              p-keyed.
       0000-main.
           move                   zeros       to p-seal.
           move                   spaces      to w-seal-key.
           accept                 w-seal-key from environment
                                  "MSGLOG-SEAL-KEY".
           if                     w-seal-key = spaces
              move             "N"         to p-keyed,
              goback,
           end-if.
           move                   "Y"         to p-keyed.
           if                     w-seal-key not = w-held-key
              perform          1000-prepare-key,
           end-if.
           move                   ML-SEAL     to w-saved-seal.
           move                   zeros       to ML-SEAL.
      *>-> Inner hash: key block XOR ipad, then the record
           move                   w-inner-start to w-state.
           move                   length of MSGLOG-RECORD
                                              to w-msg-length.
           move                   low-values  to w-msg.
           move                   MSGLOG-RECORD
                                              to w-msg(1:w-msg-length).
           perform                2000-hash-message.
           move                   w-state     to w-inner-digest.
      *>-> Outer hash: key block XOR opad, then the inner digest
           move                   w-outer-start to w-state.
           move                   32          to w-msg-length.
           move                   low-values  to w-msg.
           move                   w-inner-digest
                                              to w-msg(1:32).
           perform                2000-hash-message.
           perform                3000-encode-seal.
           move                   w-saved-seal to ML-SEAL.
           goback.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> The key is taken up to its last non-blank character and
      *>-> padded with binary zeros to the 64-byte block; each padded
      *>-> block is hashed once and the state after it kept
       1000-prepare-key.
           perform                1010-build-power
                     varying       w-i from 1 by 1
                     until         w-i > 33.
           move                   w-seal-key  to w-held-key.
           move                   w-seal-key  to w-key-block.
           perform                1100-clear-trailing-space
                     varying       w-key-pos from 64 by -1
                     until         w-key-block(w-key-pos:1) not = space.
           move                   w-key-block to w-inner-pad.
           call "CBL_XOR" using w-ipad-fill, w-inner-pad
              by value w-pad-bytes.
           move                   w-key-block to w-outer-pad.
           call "CBL_XOR" using w-opad-fill, w-outer-pad
              by value w-pad-bytes.
           move                   w-initial-state to w-state.
           move                   w-inner-pad to w-block(1).
           move                   1           to w-block-no.
           perform                2100-compress-block.
           move                   w-state     to w-inner-start.
           move                   w-initial-state to w-state.
           move                   w-outer-pad to w-block(1).
           perform                2100-compress-block.
           move                   w-state     to w-outer-start.
      *>--------------------------------------------------------------------------------------------------------------<*
       1010-build-power.
           if                     w-i = 1
              move             1           to w-pow(w-i),
           else,
              compute          w-pow(w-i) = w-pow(w-i - 1) * 2
              end-compute,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       1100-clear-trailing-space.
           move                   low-values
                                  to w-key-block(w-key-pos:1).
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Pads the w-msg-length bytes in w-msg (a 1 bit, zeros, and
      *>-> the bit length counting the key block already hashed) and
      *>-> runs every block through the compression
       2000-hash-message.
           compute                w-block-count =
                                  (w-msg-length + 72) / 64
           end-compute.
           move                   x"80"       to
                                  w-msg(w-msg-length + 1:1).
           compute                w-bit-length =
                                  (w-msg-length + 64) * 8
           end-compute.
           compute                w-pos = w-block-count * 64 - 7
           end-compute.
           move                   w-bit-length-area to w-msg(w-pos:8).
           perform                2100-compress-block
                     varying       w-block-no from 1 by 1
                     until         w-block-no > w-block-count.
      *>--------------------------------------------------------------------------------------------------------------<*
       2100-compress-block.
           move                   w-block(w-block-no)
                                              to w-schedule(1:64).
           perform                2110-extend-schedule
                     varying       w-t from 17 by 1
                     until         w-t > 64.
           move                   w-state     to w-vars.
           perform                2120-compress-round
                     varying       w-t from 1 by 1
                     until         w-t > 64.
           perform                2130-add-to-state
                     varying       w-i from 1 by 1
                     until         w-i > 8.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> W(t) = sigma1(W(t-2)) + W(t-7) + sigma0(W(t-15)) + W(t-16)
       2110-extend-schedule.
           move                   w-sched(w-t - 2) to w-x.
           move                   17          to w-rot-1.
           move                   19          to w-rot-2.
           move                   10          to w-rot-3.
           move                   "Y"         to w-shift-last.
           perform                5000-sigma.
           move                   w-s         to w-s1.
           move                   w-sched(w-t - 15) to w-x.
           move                   7           to w-rot-1.
           move                   18          to w-rot-2.
           move                   3           to w-rot-3.
           perform                5000-sigma.
           compute                w-sum = w-s1 + w-sched(w-t - 7)
                                        + w-s  + w-sched(w-t - 16)
           end-compute.
           divide                 w-sum by w-pow(33) giving w-carry
                                  remainder w-sched(w-t).
      *>--------------------------------------------------------------------------------------------------------------<*
       2120-compress-round.
      *>-> T1 = h + SIGMA1(e) + Ch(e,f,g) + K(t) + W(t)
           move                   w-e         to w-x.
           move                   6           to w-rot-1.
           move                   11          to w-rot-2.
           move                   25          to w-rot-3.
           move                   "N"         to w-shift-last.
           perform                5000-sigma.
           move                   w-e         to w-and-1.
           call "CBL_AND" using w-f, w-and-1 by value w-word-bytes.
           compute                w-and-2 = w-pow(33) - 1 - w-e
           end-compute.
           call "CBL_AND" using w-g, w-and-2 by value w-word-bytes.
           call "CBL_XOR" using w-and-1, w-and-2
              by value w-word-bytes.
           compute                w-sum = w-h + w-s + w-and-2
                                        + w-round-k(w-t) + w-sched(w-t)
           end-compute.
           divide                 w-sum by w-pow(33) giving w-carry
                                  remainder w-temp-1.
      *>-> T2 = SIGMA0(a) + Maj(a,b,c), Maj taken as
      *>-> (a AND b) XOR (c AND (a XOR b))
           move                   w-a         to w-x.
           move                   2           to w-rot-1.
           move                   13          to w-rot-2.
           move                   22          to w-rot-3.
           perform                5000-sigma.
           move                   w-a         to w-and-1.
           call "CBL_XOR" using w-b, w-and-1 by value w-word-bytes.
           call "CBL_AND" using w-c, w-and-1 by value w-word-bytes.
           move                   w-a         to w-and-2.
           call "CBL_AND" using w-b, w-and-2 by value w-word-bytes.
           call "CBL_XOR" using w-and-1, w-and-2
              by value w-word-bytes.
           compute                w-sum = w-s + w-and-2
           end-compute.
           divide                 w-sum by w-pow(33) giving w-carry
                                  remainder w-temp-2.
           move                   w-g         to w-h.
           move                   w-f         to w-g.
           move                   w-e         to w-f.
           compute                w-sum = w-d + w-temp-1
           end-compute.
           divide                 w-sum by w-pow(33) giving w-carry
                                  remainder w-e.
           move                   w-c         to w-d.
           move                   w-b         to w-c.
           move                   w-a         to w-b.
           compute                w-sum = w-temp-1 + w-temp-2
           end-compute.
           divide                 w-sum by w-pow(33) giving w-carry
                                  remainder w-a.
      *>--------------------------------------------------------------------------------------------------------------<*
       2130-add-to-state.
           compute                w-sum = w-state-word(w-i) + w-var(w-i)
           end-compute.
           divide                 w-sum by w-pow(33) giving w-carry
                                  remainder w-state-word(w-i).
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> The 32 digest bytes as 64 hex digits, high nibble first
       3000-encode-seal.
           perform                3100-encode-byte
                     varying       w-i from 1 by 1
                     until         w-i > 32.
      *>--------------------------------------------------------------------------------------------------------------<*
       3100-encode-byte.
           divide                 w-state-byte(w-i) by 16
                                  giving w-hi-nibble
                                  remainder w-lo-nibble.
           compute                w-pos = w-i * 2 - 1
           end-compute.
           move                   w-hex-digits(w-hi-nibble + 1:1)
                                              to p-seal(w-pos:1).
           move                   w-hex-digits(w-lo-nibble + 1:1)
                                              to p-seal(w-pos + 1:1).
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> w-s = ROTR(w-x,rot-1) XOR ROTR(w-x,rot-2) XOR ROTR(w-x,rot-3)
      *>-> - the last one a plain right shift when w-shift-last is "Y"
       5000-sigma.
           move                   w-rot-1     to w-n.
           perform                5100-rotate-right.
           move                   w-r         to w-s.
           move                   w-rot-2     to w-n.
           perform                5100-rotate-right.
           call "CBL_XOR" using w-r, w-s by value w-word-bytes.
           move                   w-rot-3     to w-n.
           if                     w-shift-last-yes
              perform          5200-shift-right,
           else,
              perform          5100-rotate-right,
           end-if.
           call "CBL_XOR" using w-r, w-s by value w-word-bytes.
      *>--------------------------------------------------------------------------------------------------------------<*
       5100-rotate-right.
           divide                 w-x by w-pow(w-n + 1) giving w-hi
                                  remainder w-lo.
           compute                w-r = w-lo * w-pow(33 - w-n) + w-hi
           end-compute.
      *>--------------------------------------------------------------------------------------------------------------<*
       5200-shift-right.
           divide                 w-x by w-pow(w-n + 1) giving w-r.
       end program                msghash.
