       identification division.
       program-id.
       mkhash.
       author.
           Caramel Macchiato
       date-written.
           October 15, 2026.

      *----------------------------------------------------------
      *    Chained check value for the sealed files (the ledger,
      *    its archives, the intervention journal):
      *
      *        call 'mkhash' using hash-parm    (HASHPARM.CPY)
      *
      *    Starting from the previous line's value, every byte of
      *    the line is folded in:
      *
      *        h = (h * 131 + ordinal of the byte) mod 9999999967
      *
      *    9999999967 is the largest ten-digit prime, so
      *    the value always fits the ten-digit check field.
      *----------------------------------------------------------

       data division.
       working-storage section.
           01 chain-value usage is binary-double unsigned.
           01 chain-modulus usage is binary-double unsigned
                value 9999999967.
           01 hx usage is binary-long unsigned.

       linkage section.
           copy "hashparm.cpy".

       procedure division using hash-parm.

       main-para.
           move hsh-prev to chain-value
           if hsh-length > 200
               move 200 to hsh-length
           end-if
           perform varying hx from 1 by 1 until hx > hsh-length
               compute chain-value = function mod
                   (chain-value * 131
                    + function ord(hsh-text(hx:1)), chain-modulus)
           end-perform
           move chain-value to hsh-value
           goback.
