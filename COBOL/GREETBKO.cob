       id division.
       program-id. greetbko.
      *
      * Backout of a bad night's greeting run. When a night has
      * issued greetings it should not have - a wrong master row, a
      * bad request file, a run against the wrong date - this run
      * takes the damage back out of every store the night touched
      * instead of leaving the desk to patch them by hand. The
      * date's GREETLOG rows (narrowed to one requester id when the
      * parameter card names one) are moved off the active log to
      * the GREETREV reversal file, so they are kept for the
      * investigation but no longer billed, extracted or reported,
      * and the active log is rewritten without them via the
      * GREETWRK work file the way GREETARC does it. The count
      * backed out comes off the VISCOUNT LIFETIME and month rows,
      * off the GREETRBL reconciliation balance when the day has
      * already been reconciled, and off each department's GREETCON
      * monthly consumption. A full-day backout then deletes the
      * date's GREETRUN and GREETSCT rows so HELLODRV will accept a
      * rerun of the night; a one-requester backout leaves the day
      * complete (a rerun would reissue every other department's
      * greetings) and takes the count off both rows instead. If
      * the day has already gone to MIS its GREETTCT row is marked
      * B, backed out, so GREETACP chases a correcting resend. A
      * before/after control report of every figure touched prints
      * on GREETBKR. A full-day backout of a date with no rows left
      * on the active log still clears the run controls, so a night
      * that issued nothing can be rerun, but ends condition code 4.
      * The rows keep their sequence numbers and chain values on the
      * reversal file, and the count moved is added to the date's
      * GREETCHC chain control row, so GREETVFY can account for the
      * hole a backout leaves in the chain instead of reporting it
      * as rows deleted from the audit trail. The date's PROCESSED
      * rows on the GREETAKH acknowledgment history (only that
      * requester's on a one-requester backout) are rewritten
      * BACKED OUT with nothing issued and reason BKOUT, so a
      * GREETNTC reprint for the date tells the department its
      * greetings were withdrawn rather than that they went out.
      *
       environment division.
       input-output section.
       file-control.
           select greeting-log-file assign to "GREETLOG"
               organization is sequential
               file status is ws-greeting-log-status.
           select reversal-file assign to "GREETREV"
               organization is sequential
               file status is ws-reversal-status.
           select work-file assign to "GREETWRK"
               organization is sequential
               file status is ws-work-status.
           select visitor-count-file assign to "VISCOUNT"
               organization is indexed
               access mode is dynamic
               record key is vc-counter-key
               file status is ws-visitor-count-status.
           select recon-balance-file assign to "GREETRBL"
               organization is indexed
               access mode is dynamic
               record key is rb-month-key
               file status is ws-balance-status.
           select consumption-file assign to "GREETCON"
               organization is indexed
               access mode is dynamic
               record key is cu-consumption-key
               file status is ws-consumption-status.
           select run-control-file assign to "GREETRUN"
               organization is indexed
               access mode is dynamic
               record key is rc-run-date
               file status is ws-run-control-status.
           select summary-ctl-file assign to "GREETSCT"
               organization is indexed
               access mode is dynamic
               record key is sc-run-date
               file status is ws-summary-ctl-status.
           select transmission-ctl-file assign to "GREETTCT"
               organization is indexed
               access mode is dynamic
               record key is tc-extract-date
               file status is ws-tct-status.
           select chain-control-file assign to "GREETCHC"
               organization is indexed
               access mode is dynamic
               record key is cc-control-key
               file status is ws-chain-control-status.
           select ack-history-file assign to "GREETAKH"
               organization is indexed
               access mode is dynamic
               record key is ah-history-key
               file status is ws-history-status.
           select report-file assign to "GREETBKR"
               organization is sequential
               file status is ws-report-status.
      *
       data division.
       file section.
       fd  greeting-log-file.
           copy GREETLOG.
      *
       fd  reversal-file.
       01 rev-log-rec               pic x(121).
      *
       fd  work-file.
       01 wrk-log-rec               pic x(121).
      *
       fd  visitor-count-file.
           copy VISCOUNT.
      *
       fd  recon-balance-file.
           copy GREETRBL.
      *
       fd  consumption-file.
           copy GREETCON.
      *
       fd  run-control-file.
           copy GREETRUN.
      *
       fd  summary-ctl-file.
           copy GREETSCT.
      *
       fd  transmission-ctl-file.
           copy GREETTCT.
      *
       fd  chain-control-file.
           copy GREETCHC.
      *
       fd  ack-history-file.
           copy GREETAKH.
      *
       fd  report-file.
       01 rpt-line                  pic x(100).
      *
       working-storage section.
       01 ws-greeting-log-status    pic xx.
       01 ws-reversal-status        pic xx.
       01 ws-work-status            pic xx.
       01 ws-visitor-count-status   pic xx.
       01 ws-balance-status         pic xx.
       01 ws-consumption-status     pic xx.
       01 ws-run-control-status     pic xx.
       01 ws-summary-ctl-status     pic xx.
       01 ws-tct-status             pic xx.
       01 ws-chain-control-status   pic xx.
       01 ws-history-status         pic xx.
       01 ws-report-status          pic xx.
       01 ws-eof-flag               pic x value "N".
           88 ws-eof                    value "Y".
       01 ws-run-date               pic x(8).
       01 ws-backout-date           pic x(8).
       01 ws-backout-requester      pic x(8).
       01 ws-month-key              pic x(8).
       01 ws-bko-parm.
           05 ws-parm-backout-date     pic x(8).
           05 ws-parm-requester        pic x(8).
           05 filler                   pic x(64).
       01 ws-scope-flag             pic x value "F".
           88 ws-full-day               value "F".
           88 ws-one-requester          value "R".
       01 ws-row-requester          pic x(8).
       01 ws-rows-read              pic 9(9) value zero.
       01 ws-rows-backed-out        pic 9(9) value zero.
       01 ws-rows-retained          pic 9(9) value zero.
       01 ws-chained-backed-out     pic 9(9) value zero.
      *
      * Before and after figures for the control report - each
      * store's paragraph fills its own pair, and a store that was
      * not on file or not touched says so in its note.
      *
       01 ws-ctl-figures.
           05 ws-life-before           pic 9(9) value zero.
           05 ws-life-after            pic 9(9) value zero.
           05 ws-life-note             pic x(40) value spaces.
           05 ws-month-before          pic 9(9) value zero.
           05 ws-month-after           pic 9(9) value zero.
           05 ws-month-note            pic x(40) value spaces.
           05 ws-rbl-before            pic 9(9) value zero.
           05 ws-rbl-after             pic 9(9) value zero.
           05 ws-rbl-note              pic x(40) value spaces.
           05 ws-run-before            pic 9(9) value zero.
           05 ws-run-after             pic 9(9) value zero.
           05 ws-run-note              pic x(40) value spaces.
           05 ws-sct-before            pic 9(9) value zero.
           05 ws-sct-after             pic 9(9) value zero.
           05 ws-sct-note              pic x(40) value spaces.
           05 ws-tct-before            pic x value space.
           05 ws-tct-after             pic x value space.
           05 ws-tct-note              pic x(40) value spaces.
           05 ws-chc-before            pic 9(9) value zero.
           05 ws-chc-after             pic 9(9) value zero.
           05 ws-chc-note              pic x(40) value spaces.
           05 ws-akh-before            pic 9(9) value zero.
           05 ws-akh-after             pic 9(9) value zero.
           05 ws-akh-note              pic x(40) value spaces.
      *
      * Rows backed out per requester id - what comes off each
      * department's GREETCON consumption. A batch of greetings
      * starts at loop count 1, so those rows count the requests.
      *
       01 ws-req-max                pic 9(3) value 200.
       01 ws-req-count              pic 9(3) value zero.
       01 ws-req-table.
           05 ws-req-entry occurs 200 times.
               10 ws-req-id            pic x(8).
               10 ws-req-rows          pic 9(7).
               10 ws-req-batches       pic 9(5).
               10 ws-req-con-before    pic 9(7).
               10 ws-req-con-after     pic 9(7).
               10 ws-req-con-note      pic x(24).
       01 ws-req-idx                pic 9(3).
       01 ws-req-found              pic x.
       01 ws-req-overflow           pic 9(7) value zero.
       01 ws-cnt-dsp                pic zzz,zzz,zz9.
       01 ws-cnt-dsp2               pic zzz,zzz,zz9.
      *
       procedure division.
      *
       0010-start.
           perform 0015-read-parm-card.
           perform 0020-split-log.
           if ws-rows-backed-out > zero
               perform 0030-rewrite-log
               perform 0040-adjust-counters
               perform 0045-adjust-balance
               perform 0047-adjust-consumption
           end-if.
           perform 0050-adjust-run-control.
           perform 0055-adjust-summary-ctl.
           perform 0057-flag-transmission.
           perform 0058-record-chain-backout.
           perform 0059-mark-ack-history.
           perform 0060-print-report.
           if ws-rows-backed-out = zero
               move 4 to return-code
           end-if.
           goback.
      *
      * The backout date is required - there is no sensible default
      * for taking a night out of the books. A requester id in
      * cols 9-16 narrows the backout to that department's rows.
      *
       0015-read-parm-card.
           accept ws-bko-parm from sysin.
           move function current-date(1:8) to ws-run-date.
           if ws-parm-backout-date = spaces
               display "GREETBKO: NO BACKOUT DATE ON THE PARAMETER "
                   "CARD - RUN REFUSED"
               move 8 to return-code
               goback
           end-if.
           if ws-parm-backout-date not numeric
               display "GREETBKO: BACKOUT DATE " ws-parm-backout-date
                   " NOT NUMERIC - RUN REFUSED"
               move 8 to return-code
               goback
           end-if.
           if function test-date-yyyymmdd
                   (function numval(ws-parm-backout-date)) not = zero
               display "GREETBKO: BACKOUT DATE " ws-parm-backout-date
                   " NOT A CALENDAR DATE - RUN REFUSED"
               move 8 to return-code
               goback
           end-if.
           move ws-parm-backout-date to ws-backout-date.
           move spaces to ws-month-key.
           move ws-backout-date(1:6) to ws-month-key.
           move ws-parm-requester to ws-backout-requester.
           if ws-backout-requester = spaces
               set ws-full-day to true
           else
               set ws-one-requester to true
           end-if.
      *
      * Pass one - split the active log into the reversal file and
      * the work file holding every row to keep. Rows logged before
      * the requester id existed carry spaces and belong to CONSOLE.
      *
       0020-split-log.
           open input greeting-log-file.
           open output reversal-file.
           open output work-file.
           perform until ws-eof
               read greeting-log-file
                   at end
                       set ws-eof to true
                   not at end
                       add 1 to ws-rows-read
                       perform 0025-route-log-row
               end-read
           end-perform.
           close greeting-log-file.
           close reversal-file.
           close work-file.
      *
       0025-route-log-row.
           move gl-requester-id to ws-row-requester.
           if ws-row-requester = spaces
               move "CONSOLE" to ws-row-requester
           end-if.
           if gl-timestamp(1:8) = ws-backout-date
                   and (ws-full-day
                       or ws-row-requester = ws-backout-requester)
               add 1 to ws-rows-backed-out
               if gl-sequence-no > zero
                   add 1 to ws-chained-backed-out
               end-if
               write rev-log-rec from greeting-log-rec
               perform 0027-count-requester
           else
               add 1 to ws-rows-retained
               write wrk-log-rec from greeting-log-rec
           end-if.
      *
       0027-count-requester.
           move "N" to ws-req-found.
           perform varying ws-req-idx from 1 by 1
                   until ws-req-idx > ws-req-count
                      or ws-req-found = "Y"
               if ws-req-id(ws-req-idx) = ws-row-requester
                   move "Y" to ws-req-found
                   add 1 to ws-req-rows(ws-req-idx)
                   if gl-loop-count = 1
                       add 1 to ws-req-batches(ws-req-idx)
                   end-if
               end-if
           end-perform.
           if ws-req-found = "N"
               if ws-req-count < ws-req-max
                   add 1 to ws-req-count
                   move ws-row-requester to ws-req-id(ws-req-count)
                   move 1 to ws-req-rows(ws-req-count)
                   move zero to ws-req-batches(ws-req-count)
                   if gl-loop-count = 1
                       move 1 to ws-req-batches(ws-req-count)
                   end-if
                   move zero to ws-req-con-before(ws-req-count)
                   move zero to ws-req-con-after(ws-req-count)
                   move spaces to ws-req-con-note(ws-req-count)
               else
                   add 1 to ws-req-overflow
               end-if
           end-if.
      *
      * Pass two - load the kept rows back over the active log.
      * Nothing is rewritten when the date had no rows to back out.
      *
       0030-rewrite-log.
           move "N" to ws-eof-flag.
           open input work-file.
           open output greeting-log-file.
           perform until ws-eof
               read work-file
                   at end
                       set ws-eof to true
                   not at end
                       write greeting-log-rec from wrk-log-rec
               end-read
           end-perform.
           close work-file.
           close greeting-log-file.
      *
      * The LIFETIME and month counters lose exactly the rows moved
      * to the reversal file. A counter that would go below zero
      * has already drifted - it is floored at zero and flagged for
      * GREETRCN to surface, not allowed to wrap.
      *
       0040-adjust-counters.
           open i-o visitor-count-file.
           if ws-visitor-count-status not = "00"
               move "VISCOUNT NOT AVAILABLE - NOT ADJUSTED"
                   to ws-life-note
               move "VISCOUNT NOT AVAILABLE - NOT ADJUSTED"
                   to ws-month-note
           else
               move "LIFETIME" to vc-counter-key
               read visitor-count-file
                   invalid key
                       move "NO LIFETIME ROW ON FILE" to ws-life-note
                   not invalid key
                       move vc-counter-total to ws-life-before
                       if vc-counter-total < ws-rows-backed-out
                           move zero to vc-counter-total
                           move "FLOORED AT ZERO - COUNTER HAD DRIFTED"
                               to ws-life-note
                       else
                           subtract ws-rows-backed-out
                               from vc-counter-total
                       end-if
                       move vc-counter-total to ws-life-after
                       rewrite visitor-count-rec
               end-read
               move ws-month-key to vc-counter-key
               read visitor-count-file
                   invalid key
                       move "NO MONTH ROW ON FILE" to ws-month-note
                   not invalid key
                       move vc-counter-total to ws-month-before
                       if vc-counter-total < ws-rows-backed-out
                           move zero to vc-counter-total
                           move "FLOORED AT ZERO - COUNTER HAD DRIFTED"
                               to ws-month-note
                       else
                           subtract ws-rows-backed-out
                               from vc-counter-total
                       end-if
                       move vc-counter-total to ws-month-after
                       rewrite visitor-count-rec
               end-read
               close visitor-count-file
           end-if.
      *
      * The reconciliation balance is the month counter as of the
      * last clean GREETRCN. If that reconciliation already covered
      * the backout date the balance includes the rows just taken
      * off the month counter and must lose them too, or the next
      * night's movement comes up short by the backout. A day not
      * yet reconciled is left for GREETRCN to pick up as it stands.
      *
       0045-adjust-balance.
           open i-o recon-balance-file.
           if ws-balance-status not = "00"
               move "GREETRBL NOT AVAILABLE - NOT ADJUSTED"
                   to ws-rbl-note
           else
               move ws-month-key to rb-month-key
               read recon-balance-file
                   invalid key
                       move "NO BALANCE ROW FOR THE MONTH"
                           to ws-rbl-note
                   not invalid key
                       move rb-counter-total to ws-rbl-before
                       move rb-counter-total to ws-rbl-after
                       if rb-recon-date < ws-backout-date
                           move "DAY NOT YET RECONCILED - UNCHANGED"
                               to ws-rbl-note
                       else
                           if rb-counter-total < ws-rows-backed-out
                               move zero to rb-counter-total
                               move "FLOORED AT ZERO"
                                   to ws-rbl-note
                           else
                               subtract ws-rows-backed-out
                                   from rb-counter-total
                           end-if
                           move rb-counter-total to ws-rbl-after
                           rewrite recon-balance-rec
                       end-if
               end-read
               close recon-balance-file
           end-if.
      *
      * Each department gets back the greetings backed out of its
      * month, so the budget edit does not count a night that has
      * been taken out of the books.
      *
       0047-adjust-consumption.
           open i-o consumption-file.
           if ws-consumption-status not = "00"
               perform varying ws-req-idx from 1 by 1
                       until ws-req-idx > ws-req-count
                   move "GREETCON NOT AVAILABLE"
                       to ws-req-con-note(ws-req-idx)
               end-perform
           else
               perform varying ws-req-idx from 1 by 1
                       until ws-req-idx > ws-req-count
                   perform 0048-adjust-one-department
               end-perform
               close consumption-file
           end-if.
      *
       0048-adjust-one-department.
           move ws-req-id(ws-req-idx) to cu-requester-id.
           move ws-backout-date(1:6) to cu-month.
           read consumption-file
               invalid key
                   move "NO CONSUMPTION ROW"
                       to ws-req-con-note(ws-req-idx)
               not invalid key
                   move cu-consumed-count
                       to ws-req-con-before(ws-req-idx)
                   if cu-consumed-count < ws-req-rows(ws-req-idx)
                       move zero to cu-consumed-count
                       move "FLOORED AT ZERO"
                           to ws-req-con-note(ws-req-idx)
                   else
                       subtract ws-req-rows(ws-req-idx)
                           from cu-consumed-count
                   end-if
                   if cu-request-count < ws-req-batches(ws-req-idx)
                       move zero to cu-request-count
                   else
                       subtract ws-req-batches(ws-req-idx)
                           from cu-request-count
                   end-if
                   move cu-consumed-count
                       to ws-req-con-after(ws-req-idx)
                   rewrite greeting-consumption-rec
           end-read.
      *
      * A full-day backout removes the run-control row so HELLODRV
      * will take a rerun of the night. A one-requester backout
      * must not - the rerun would reissue every other department -
      * so the day stays complete with the count reduced.
      *
       0050-adjust-run-control.
           open i-o run-control-file.
           if ws-run-control-status not = "00"
               move "GREETRUN NOT AVAILABLE - NOT ADJUSTED"
                   to ws-run-note
           else
               move ws-backout-date to rc-run-date
               read run-control-file
                   invalid key
                       move "NO RUN-CONTROL ROW FOR THE DATE"
                           to ws-run-note
                   not invalid key
                       move rc-greeting-count to ws-run-before
                       if ws-full-day
                           delete run-control-file
                           move "DELETED - NIGHT MAY BE RERUN"
                               to ws-run-note
                       else
                           if rc-greeting-count < ws-rows-backed-out
                               move zero to rc-greeting-count
                           else
                               subtract ws-rows-backed-out
                                   from rc-greeting-count
                           end-if
                           move rc-greeting-count to ws-run-after
                           rewrite run-control-rec
                           move "REDUCED - DAY LEFT COMPLETE"
                               to ws-run-note
                       end-if
               end-read
               close run-control-file
           end-if.
      *
       0055-adjust-summary-ctl.
           open i-o summary-ctl-file.
           if ws-summary-ctl-status not = "00"
               move "GREETSCT NOT AVAILABLE - NOT ADJUSTED"
                   to ws-sct-note
           else
               move ws-backout-date to sc-run-date
               read summary-ctl-file
                   invalid key
                       move "NO SUMMARY ROW FOR THE DATE"
                           to ws-sct-note
                   not invalid key
                       move sc-total-count to ws-sct-before
                       if ws-full-day
                           delete summary-ctl-file
                           move "DELETED - RERUN WILL REPORT AFRESH"
                               to ws-sct-note
                       else
                           if sc-total-count < ws-rows-backed-out
                               move zero to sc-total-count
                           else
                               subtract ws-rows-backed-out
                                   from sc-total-count
                           end-if
                           move sc-total-count to ws-sct-after
                           rewrite summary-ctl-rec
                           move "REDUCED" to ws-sct-note
                       end-if
               end-read
               close summary-ctl-file
           end-if.
      *
      * A day already sent to MIS went with the rows just backed
      * out. Its control row is marked B whatever the warehouse
      * said about it, so GREETACP keeps it on the attention list
      * until the rerun night's extract or a GREETRSN resend lays
      * the row down again.
      *
       0057-flag-transmission.
           if ws-rows-backed-out = zero
               move "NOTHING BACKED OUT - UNCHANGED" to ws-tct-note
           else
               open i-o transmission-ctl-file
               if ws-tct-status not = "00"
                   move "GREETTCT NOT AVAILABLE - NOT FLAGGED"
                       to ws-tct-note
               else
                   move ws-backout-date to tc-extract-date
                   read transmission-ctl-file
                       invalid key
                           move "NOT YET SENT - NO RESEND NEEDED"
                               to ws-tct-note
                       not invalid key
                           move tc-status to ws-tct-before
                           move "B" to tc-status
                           move "BACKED OUT - CORRECTING RESEND"
                               to tc-reject-reason
                           move tc-status to ws-tct-after
                           rewrite transmission-ctl-rec
                           move "CORRECTING RESEND NOW DUE"
                               to ws-tct-note
                   end-read
                   close transmission-ctl-file
               end-if
           end-if.
      *
      * Only rows that carry a sequence number are on the chain -
      * rows logged before it existed are not counted on GREETCHC.
      *
       0058-record-chain-backout.
           if ws-chained-backed-out = zero
               move "NO CHAINED ROWS BACKED OUT - UNCHANGED"
                   to ws-chc-note
           else
               open i-o chain-control-file
               if ws-chain-control-status not = "00"
                   move "GREETCHC NOT AVAILABLE - NOT RECORDED"
                       to ws-chc-note
               else
                   move ws-backout-date to cc-control-key
                   read chain-control-file
                       invalid key
                           move "NO CHAIN CONTROL ROW FOR THE DATE"
                               to ws-chc-note
                       not invalid key
                           move cc-rows-backed-out to ws-chc-before
                           add ws-chained-backed-out
                               to cc-rows-backed-out
                           move cc-rows-backed-out to ws-chc-after
                           rewrite chain-ctl-rec
                           move "BACKOUT RECORDED FOR GREETVFY"
                               to ws-chc-note
                   end-read
                   close chain-control-file
               end-if
           end-if.
      *
      * A row already REJECTED or NOT RUN keeps its own reason -
      * only what the night said it issued is withdrawn. Before is
      * the count of PROCESSED rows in scope, after is what is
      * still PROCESSED because its rewrite failed.
      *
       0059-mark-ack-history.
           if ws-rows-backed-out = zero
               move "NOTHING BACKED OUT - UNCHANGED" to ws-akh-note
           else
               open i-o ack-history-file
               if ws-history-status not = "00"
                   move "GREETAKH NOT AVAILABLE - NOT MARKED"
                       to ws-akh-note
               else
                   move ws-backout-date to ah-run-date
                   move zero to ah-ack-seq
                   move "N" to ws-eof-flag
                   start ack-history-file
                           key is not less than ah-history-key
                       invalid key
                           set ws-eof to true
                   end-start
                   perform until ws-eof
                       read ack-history-file next record
                           at end
                               set ws-eof to true
                           not at end
                               if ah-run-date not = ws-backout-date
                                   set ws-eof to true
                               else
                                   if ah-status = "PROCESSED"
                                      and (ws-full-day or
                                      ah-requester-id =
                                      ws-backout-requester)
                                       add 1 to ws-akh-before
                                       move "BACKED OUT" to ah-status
                                       move zero to ah-issued-count
                                       move "BKOUT" to ah-reason-code
                                       rewrite ack-history-rec
                                           invalid key
                                               add 1 to ws-akh-after
                                       end-rewrite
                                   end-if
                               end-if
                       end-read
                   end-perform
                   close ack-history-file
                   if ws-akh-before = zero
                       move "NO PROCESSED ROWS FILED FOR THE DATE"
                           to ws-akh-note
                   else
                       move "MARKED BACKED OUT FOR GREETNTC"
                           to ws-akh-note
                   end-if
               end-if
           end-if.
      *
       0060-print-report.
           open output report-file.
           move spaces to rpt-line.
           string "GREETING RUN BACKOUT REPORT  RUN DATE: " ws-run-date
               "  BACKOUT DATE: " ws-backout-date
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           if ws-full-day
               string "SCOPE: FULL DAY - EVERY REQUESTER"
                   delimited by size into rpt-line
           else
               string "SCOPE: REQUESTER " ws-backout-requester
                   " ONLY"
                   delimited by size into rpt-line
           end-if.
           write rpt-line.
           move spaces to rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "STORE                      BEFORE        AFTER  "
               "NOTE"
               delimited by size into rpt-line.
           write rpt-line.
           move ws-rows-read to ws-cnt-dsp.
           move ws-rows-retained to ws-cnt-dsp2.
           move spaces to rpt-line.
           string "GREETLOG ACTIVE ROWS " ws-cnt-dsp "  " ws-cnt-dsp2
               delimited by size into rpt-line.
           write rpt-line.
           move ws-life-before to ws-cnt-dsp.
           move ws-life-after to ws-cnt-dsp2.
           move spaces to rpt-line.
           string "VISCOUNT LIFETIME    " ws-cnt-dsp "  " ws-cnt-dsp2
               "  " ws-life-note
               delimited by size into rpt-line.
           write rpt-line.
           move ws-month-before to ws-cnt-dsp.
           move ws-month-after to ws-cnt-dsp2.
           move spaces to rpt-line.
           string "VISCOUNT " ws-month-key(1:6) "       "
               ws-cnt-dsp "  " ws-cnt-dsp2 "  " ws-month-note
               delimited by size into rpt-line.
           write rpt-line.
           move ws-rbl-before to ws-cnt-dsp.
           move ws-rbl-after to ws-cnt-dsp2.
           move spaces to rpt-line.
           string "GREETRBL BALANCE     " ws-cnt-dsp "  " ws-cnt-dsp2
               "  " ws-rbl-note
               delimited by size into rpt-line.
           write rpt-line.
           move ws-run-before to ws-cnt-dsp.
           move ws-run-after to ws-cnt-dsp2.
           move spaces to rpt-line.
           string "GREETRUN COUNT       " ws-cnt-dsp "  " ws-cnt-dsp2
               "  " ws-run-note
               delimited by size into rpt-line.
           write rpt-line.
           move ws-sct-before to ws-cnt-dsp.
           move ws-sct-after to ws-cnt-dsp2.
           move spaces to rpt-line.
           string "GREETSCT TOTAL       " ws-cnt-dsp "  " ws-cnt-dsp2
               "  " ws-sct-note
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "GREETTCT STATUS                " ws-tct-before
               "            " ws-tct-after "  " ws-tct-note
               delimited by size into rpt-line.
           write rpt-line.
           move ws-chc-before to ws-cnt-dsp.
           move ws-chc-after to ws-cnt-dsp2.
           move spaces to rpt-line.
           string "GREETCHC BACKED OUT  " ws-cnt-dsp "  " ws-cnt-dsp2
               "  " ws-chc-note
               delimited by size into rpt-line.
           write rpt-line.
           move ws-akh-before to ws-cnt-dsp.
           move ws-akh-after to ws-cnt-dsp2.
           move spaces to rpt-line.
           string "GREETAKH PROCESSED   " ws-cnt-dsp "  " ws-cnt-dsp2
               "  " ws-akh-note
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "ROWS BACKED OUT BY REQUESTER       ROWS  REQUESTS"
               "   GREETCON BEFORE    AFTER"
               delimited by size into rpt-line.
           write rpt-line.
           perform varying ws-req-idx from 1 by 1
                   until ws-req-idx > ws-req-count
               perform 0065-print-requester
           end-perform.
           if ws-req-overflow > zero
               move spaces to rpt-line
               string "REQUESTER TABLE FULL - " ws-req-overflow
                   " ROWS NOT BROKEN OUT OR TAKEN OFF GREETCON"
                   delimited by size into rpt-line
               write rpt-line
           end-if.
           perform 0070-print-totals.
           close report-file.
      *
       0065-print-requester.
           move spaces to rpt-line.
           string ws-req-id(ws-req-idx) "                    "
               ws-req-rows(ws-req-idx) "     "
               ws-req-batches(ws-req-idx) "            "
               ws-req-con-before(ws-req-idx) "  "
               ws-req-con-after(ws-req-idx) "  "
               ws-req-con-note(ws-req-idx)
               delimited by size into rpt-line.
           write rpt-line.
      *
       0070-print-totals.
           move spaces to rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "CONTROL TOTALS" delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "LOG ROWS READ:       " ws-rows-read
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "ROWS BACKED OUT:     " ws-rows-backed-out
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "ROWS RETAINED:       " ws-rows-retained
               delimited by size into rpt-line.
           write rpt-line.
           if ws-rows-backed-out = zero
               move spaces to rpt-line
               string "NO ROWS ON THE ACTIVE LOG FOR THE DATE - "
                   "LOG AND COUNTERS UNCHANGED"
                   delimited by size into rpt-line
               write rpt-line
           end-if.
