      * the caller (e.g. HELLODRV) via the linkage section below, so
      * other jobs can CALL this instead of maintaining their own
      * copy of the display/log/checkpoint/count logic.
      * Every audit row is numbered in one unbroken sequence and
      * chained to the row before it through GREETCHV, and the
      * chain position is kept on the GREETCHC chain control file
      * as each row is written, so the sequence carries on from
      * one run to the next and GREETVFY can prove the trail.
      *
       environment division.
       input-output section.
               access mode is dynamic
               record key is vc-counter-key
               file status is ws-visitor-count-status.
           select chain-control-file assign to "GREETCHC"
               organization is indexed
               access mode is dynamic
               record key is cc-control-key
               file status is ws-chain-control-status.
      *
       data division.
       file section.
      *
       fd  visitor-count-file.
           copy VISCOUNT.
      *
       fd  chain-control-file.
           copy GREETCHC.
      *
       working-storage section.
       01 loop-count            pic 9(5) value zero.
       01 ws-visitor-count-status pic xx.
       01 ws-month-key          pic x(8).
       01 ws-table-index        pic 9(5).
       01 ws-chain-control-status pic xx.
      * Sequence number and chain value of the last audit row on
      * file - loaded from the LATEST chain control row as each
      * call starts and carried forward row by row.
       01 ws-last-sequence      pic 9(9).
       01 ws-last-chain         pic 9(9).
      *
       linkage section.
       01 lk-rep-count          pic 9(5).
           move zero to loop-count.
           move "N" to ws-restarted-run.
           perform 0017-open-checkpoint.
           perform 0019-open-chain-control.
      *
       00020-loop.
           if ws-is-restarted-run or not ws-is-first-call
               display lk-tbl-message-text(ws-table-index)
               display "Nice to meet you!"
               perform 0025-write-audit-log
               perform 0026-save-chain-position
               perform 0027-checkpoint-progress
           end-perform.
           close greeting-log-file.
       9999-end.
           perform 0031-update-visitor-count.
           perform 0029-close-checkpoint.
           close chain-control-file.
           goback.
      *
      * Subroutine paragraphs - reached only via PERFORM, never by
               move lk-tbl-message-id(1) to ckpt-message-id
               move lk-request-seq to ckpt-request-seq
           end-if.
      *
      * The LATEST row is rewritten with every audit row, the same
      * every-row discipline as the checkpoint, so a restarted run
      * numbers its next row from exactly where the log left off.
      *
       0019-open-chain-control.
           open i-o chain-control-file.
           if ws-chain-control-status = "35"
               open output chain-control-file
               close chain-control-file
               open i-o chain-control-file
           end-if.
           move "LATEST" to cc-control-key.
           read chain-control-file
               invalid key
                   move zero to cc-first-sequence cc-last-sequence
                       cc-last-chain cc-row-count cc-rows-backed-out
                   move spaces to cc-last-timestamp
                   write chain-ctl-rec
           end-read.
           move cc-last-sequence to ws-last-sequence.
           move cc-last-chain to ws-last-chain.
      *
       0025-write-audit-log.
           move function current-date to ws-current-timestamp.
               to gl-language-code.
           move lk-tbl-message-text(ws-table-index) to gl-message-text.
           move lk-requester-id to gl-requester-id.
           compute gl-sequence-no = ws-last-sequence + 1.
           call "greetchv" using ws-last-chain greeting-log-rec
               gl-chain-value.
           write greeting-log-rec.
           move gl-sequence-no to ws-last-sequence.
           move gl-chain-value to ws-last-chain.
      *
      * The night's row is keyed by the log date of the row, the
      * date GREETDAY, GREETARC and GREETBKO select the rows by.
      *
       0026-save-chain-position.
           move "LATEST" to cc-control-key.
           read chain-control-file.
           move ws-last-sequence to cc-last-sequence.
           move ws-last-chain to cc-last-chain.
           add 1 to cc-row-count.
           move gl-timestamp to cc-last-timestamp.
           rewrite chain-ctl-rec.
           move gl-timestamp(1:8) to cc-control-key.
           read chain-control-file
               invalid key
                   move ws-last-sequence to cc-first-sequence
                   move zero to cc-row-count cc-rows-backed-out
           end-read.
           move ws-last-sequence to cc-last-sequence.
           move ws-last-chain to cc-last-chain.
           add 1 to cc-row-count.
           move gl-timestamp to cc-last-timestamp.
           if ws-chain-control-status = "00"
               rewrite chain-ctl-rec
           else
               write chain-ctl-rec
           end-if.
      *
       0027-checkpoint-progress.
           if function mod(loop-count + 1, ws-checkpoint-interval)
