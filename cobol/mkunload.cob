      *        mkunload UNLOAD MASTER|CATALOG <flatfile>
      *            key-order copy of the store to a flat
      *            sequential image, one record per line, closed
      *            by a TRAILER line carrying record count, a
      *            hash total of the values, and the position of
      *            the forward-recovery journal the image covers
      *            (how many journal lines were on file)
      *        mkunload RELOAD MASTER|CATALOG <flatfile>
      *            rebuild the indexed store from such an image,
      *            proving count and hash total against the
      *            trailer -- a disagreement fails the job (RC 8)
      *            so a short or corrupt image is never mistaken
      *            for a good restore
      *        mkunload ROLLFWD MASTER|CATALOG <flatfile> [<stamp>]
      *            RELOAD, then replay the forward-recovery journal
      *            (data/markov-recovery.dat) from the image's
      *            position on, for every execution stamped at or
      *            before <stamp> (YYYYMMDDHHMMSS; default all),
      *            and prove the rebuilt store's count and hash
      *            total against the image plus the journal's own
      *            records -- RC 8 when they disagree
      *
      *    Run UNLOAD CATALOG nightly after the batch and the
      *    catalog has a restorable copy for the first time.
               organization is line sequential
               file status is image-file-status.

      *    markov's forward-recovery journal, read only.
           select recovery-file assign dynamic recovery-file-name
               organization is line sequential
               file status is recovery-file-status.

       data division.
       file section.
       fd  markov-master.
       fd  image-file.
       01  fd-image-line pic x(80).

       fd  recovery-file.
       01  fd-recovery-line pic x(132).

       working-storage section.
           01 master-file-name pic x(100)
                value "data/markov-master.dat".
           01 catalog-file-status pic x(2).
           01 image-file-name pic x(100).
           01 image-file-status pic x(2).
           copy "recovery.cpy".
           01 recovery-file-name pic x(100)
                value "data/markov-recovery.dat".
           01 recovery-file-status pic x(2).
           01 recovery-eof pic x value "N".
              88 recovery-at-eof value "Y".

           01 cmdline pic x(160).
           01 arg1 pic x(10).
           01 arg2 pic x(10).
           01 arg3 pic x(100).
           01 arg4 pic x(20).

           01 store-name pic x(10).
           01 store-file-status pic x(2).
           01 walk-eof pic x value "N".
              88 walk-at-eof value "Y".

              05 trl-count pic 9(10).
              05 filler pic x value space.
              05 trl-hash pic 9(18).
              05 trl-jpos-tag pic x(6) value " JPOS ".
              05 trl-jpos pic 9(10).

           01 image-line pic x(80).
           01 check-count usage is binary-double unsigned.
           01 trailer-seen pic x value "N".
              88 trailer-on-image value "Y".

      *    Roll-forward: where the image leaves the journal, how
      *    far to replay, and what the store must hold after.
           01 check-jpos usage is binary-long unsigned value 0.
           01 journal-lines usage is binary-long unsigned value 0.
           01 cut-stamp pic x(14).
           01 expect-count usage is binary-double unsigned.
           01 expect-hash usage is binary-double unsigned.
           01 replay-value usage is binary-double unsigned.
           01 replay-writes usage is binary-long unsigned value 0.
           01 replay-rejects usage is binary-long unsigned value 0.
           01 replay-clears usage is binary-long unsigned value 0.
           01 replay-later usage is binary-long unsigned value 0.

      * Formatting Variables
           01 cntP pic z(13)9.
           01 hashP pic z(18)9.
           accept cmdline from command-line.
           move function trim(cmdline) to cmdline.
           unstring cmdline delimited by space
               into arg1 arg2 arg3 arg4.

           move function trim(arg2) to store-name
           move function trim(arg3) to image-file-name

           if (arg1 not = "UNLOAD" and arg1 not = "RELOAD"
                   and arg1 not = "ROLLFWD")
               or (store-name not = "MASTER"
                   and store-name not = "CATALOG")
               or image-file-name = spaces
                   "<flatfile>"
               display "       mkunload RELOAD MASTER|CATALOG "
                   "<flatfile>"
               display "       mkunload ROLLFWD MASTER|CATALOG "
                   "<flatfile> [<YYYYMMDDHHMMSS>]"
               move 12 to return-code
               stop run
           end-if

           if arg1 = "UNLOAD"
               perform unload-para
           else
           if arg1 = "ROLLFWD"
               perform rollfwd-para
           else
               perform reload-para
           end-if
           end-if.

           stop run.
               perform unload-catalog-para
           end-if

           perform count-journal-para
           move rec-count to trl-count
           move hash-total to trl-hash
           move journal-lines to trl-jpos
           write fd-image-line from trailer-line
           close image-file

           move rec-count to cntP
           move hash-total to hashP
           display "  Records unloaded: " function trim(cntP)
           display "  Hash total:       " function trim(hashP)
           move journal-lines to cntP
           display "  Journal position: " function trim(cntP).

      *    The image covers every journal line already on file --
      *    markov is not running while the stores are unloaded.
       count-journal-para.
           move 0 to journal-lines
           open input recovery-file
           if recovery-file-status not = "00"
               exit paragraph
           end-if
           move "N" to recovery-eof
           perform until recovery-at-eof
               read recovery-file
                   at end
                       move "Y" to recovery-eof
                   not at end
                       compute journal-lines = journal-lines + 1
               end-read
           end-perform
           close recovery-file.

       unload-master-para.
           open input markov-master
                               function numval(trl-count)
                           compute check-hash =
                               function numval(trl-hash)
                           move 0 to check-jpos
                           if trl-jpos is numeric
                               move trl-jpos to check-jpos
                           end-if
                       end-if
               end-read
           end-perform
               end-read
           end-perform
           close markov-catalog.

      *----------------------------------------------------------
      *    ROLLFWD: restore the image, then carry the store
      *    forward through the journal lines the image does not
      *    cover. What the store must hold afterward comes from
      *    the image and the journal alone -- the trailer's count
      *    and hash, plus one record per W replayed, restarting
      *    from nothing at a C -- and a walk of the rebuilt store
      *    has to agree.
      *----------------------------------------------------------
       rollfwd-para.
           if arg4 = spaces
               move all "9" to cut-stamp
           else
               if function length(function trim(arg4)) not = 14
                   or function test-numval(arg4) not = 0
                   display "Error: replay stamp must be "
                       "YYYYMMDDHHMMSS, got '" function trim(arg4)
                       "'"
                   move 12 to return-code
                   stop run
               end-if
               move arg4 to cut-stamp
           end-if

           perform reload-para
           if return-code >= 8
               display "Error: the image does not prove -- no "
                   "roll-forward attempted"
               stop run
           end-if
           if check-jpos = 0
               display "  Note: image carries no journal position "
                   "-- replaying the whole journal"
           end-if

           display "===== ROLLFWD " function trim(store-name)
               " through " cut-stamp " ====="
           move rec-count to expect-count
           move hash-total to expect-hash
           move 0 to journal-lines

           open input recovery-file
           if recovery-file-status not = "00"
               display "  No recovery journal "
                   function trim(recovery-file-name) " (status "
                   recovery-file-status ") -- nothing to replay"
           else
               perform open-store-io-para
               move "N" to recovery-eof
               perform until recovery-at-eof
                   read recovery-file into recovery-record
                       at end
                           move "Y" to recovery-eof
                       not at end
                           compute journal-lines = journal-lines + 1
                           if journal-lines > check-jpos
                               and rcv-file = store-name
                               perform replay-one-para
                           end-if
                   end-read
               end-perform
               close recovery-file
               perform close-store-para
           end-if

           perform prove-store-para

           move replay-writes to cntP
           display "  Writes replayed:  " function trim(cntP)
           move replay-clears to cntP
           display "  Clears replayed:  " function trim(cntP)
           move replay-later to cntP
           display "  Later than stamp: " function trim(cntP)
           move replay-rejects to cntP
           display "  Writes refused:   " function trim(cntP)
           move expect-count to cntP
           move expect-hash to hashP
           display "  Journal says:     count " function trim(cntP)
               " hash " function trim(hashP)
           move rec-count to cntP
           move hash-total to hashP
           display "  Store holds:      count " function trim(cntP)
               " hash " function trim(hashP)
           if rec-count = expect-count
               and hash-total = expect-hash
               and replay-rejects = 0
               display "  Roll-forward PROVEN against the journal"
           else
               display "  ROLL-FORWARD FAILS: the store does not "
                   "hold what the journal says it should"
               if return-code < 8
                   move 8 to return-code
               end-if
           end-if.

      *    One journal line of the store being rolled forward.
       replay-one-para.
           if rcv-stamp > cut-stamp
               compute replay-later = replay-later + 1
               exit paragraph
           end-if
           if rcv-type = "C"
               compute replay-clears = replay-clears + 1
               perform close-store-para
               if store-name = "MASTER"
                   open output markov-master
                   close markov-master
               else
                   open output markov-catalog
                   close markov-catalog
               end-if
               perform open-store-io-para
               move 0 to expect-count
               move 0 to expect-hash
               exit paragraph
           end-if
           if rcv-type not = "W"
               exit paragraph
           end-if
           compute expect-count = expect-count + 1
           if store-name = "MASTER"
               move rcv-image to mm-record
               move mm-value to replay-value
               write mm-record
                   invalid key
                       compute replay-rejects = replay-rejects + 1
                       display "  Journal write refused, key "
                           "already on file: " mm-label " " mm-value
                   not invalid key
                       compute replay-writes = replay-writes + 1
               end-write
           else
               move rcv-image to cat-record
               move cat-value to replay-value
               write cat-record
                   invalid key
                       compute replay-rejects = replay-rejects + 1
                       display "  Journal write refused, key "
                           "already on file: " cat-value
                   not invalid key
                       compute replay-writes = replay-writes + 1
               end-write
           end-if
           compute expect-hash = function mod
               (expect-hash + replay-value hash-base).

       open-store-io-para.
           if store-name = "MASTER"
               open i-o markov-master
               move master-file-status to store-file-status
           else
               open i-o markov-catalog
               move catalog-file-status to store-file-status
           end-if
           if store-file-status not = "00"
               display "Error: cannot reopen "
                   function trim(store-name)
                   " for roll-forward (status " store-file-status
                   ")"
               move 12 to return-code
               stop run
           end-if.

       close-store-para.
           if store-name = "MASTER"
               close markov-master
           else
               close markov-catalog
           end-if.

      *    Count and hash the rebuilt store the way UNLOAD would.
       prove-store-para.
           move zero to rec-count
           move zero to hash-total
           move "N" to walk-eof
           if store-name = "MASTER"
               open input markov-master
               move spaces to mm-label
               move zero to mm-value
               start markov-master key is not less than mm-key
                   invalid key
                       move "Y" to walk-eof
               end-start
               perform until walk-at-eof
                   read markov-master next record
                       at end
                           move "Y" to walk-eof
                       not at end
                           compute rec-count = rec-count + 1
                           compute hash-total = function mod
                               (hash-total + mm-value hash-base)
                   end-read
               end-perform
               close markov-master
           else
               open input markov-catalog
               move zero to cat-value
               start markov-catalog key is not less than cat-value
                   invalid key
                       move "Y" to walk-eof
               end-start
               perform until walk-at-eof
                   read markov-catalog next record
                       at end
                           move "Y" to walk-eof
                       not at end
                           compute rec-count = rec-count + 1
                           compute hash-total = function mod
                               (hash-total + cat-value hash-base)
                   end-read
               end-perform
               close markov-catalog
           end-if.
