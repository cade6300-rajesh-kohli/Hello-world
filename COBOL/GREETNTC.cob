       id division.
       program-id. greetntc.
      *
      * Department request confirmation notices. HELLODRV overwrites
      * GREETACK every night, so a department that wants to know
      * whether its batch ran, or why a card bounced, has had to
      * phone the desk before the next run wipes the answer. This
      * post-run step files each night's GREETACK rows on the dated
      * GREETAKH acknowledgment history, then prints one
      * confirmation notice per requester id, addressed to the
      * DEPTREF department and contact name: every standing order
      * and one-off card processed for it that night, the count
      * issued for each, and each rejection with its reason code
      * written out in plain English. A department that holds a
      * standing GREETSUB order due that night and had nothing
      * processed at all gets a NOT RUN row on the history for each
      * such order, saying why - a no-run calendar day, no run, a
      * run that never completed, or a run that generated no
      * standing orders - and its notice says so. Only GREETACK
      * rows for the run date are filed, so a night HELLODRV did
      * not reach requests mode cannot file the night before's rows
      * again, and refiling a date replaces what was filed for it.
      * With H in the mode column the same notices are reprinted
      * from the history for any date, optionally for one requester,
      * without touching GREETACK - which is how the desk answers
      * "what happened to our request on the 12th" weeks later.
      * GREETBKO marks the rows of a night it backs out BACKED OUT
      * on the history, so a reprint tells the department its
      * greetings were withdrawn rather than that they went out.
      * Condition codes: 0 = notices printed, 4 = a history inquiry
      * found nothing for the date, 8 = bad parameter card or a
      * required file not available.
      *
       environment division.
       input-output section.
       file-control.
           select ack-file assign to "GREETACK"
               organization is sequential
               file status is ws-ack-status.
           select ack-history-file assign to "GREETAKH"
               organization is indexed
               access mode is dynamic
               record key is ah-history-key
               file status is ws-history-status.
           select dept-ref-file assign to "DEPTREF"
               organization is indexed
               access mode is dynamic
               record key is dp-requester-id
               file status is ws-deptref-status.
           select subscription-file assign to "GREETSUB"
               organization is indexed
               access mode is dynamic
               record key is sb-subscription-key
               file status is ws-subs-status.
           select calendar-file assign to "GREETCAL"
               organization is indexed
               access mode is dynamic
               record key is cl-calendar-date
               file status is ws-calendar-status.
           select run-control-file assign to "GREETRUN"
               organization is indexed
               access mode is dynamic
               record key is rc-run-date
               file status is ws-run-control-status.
           select report-file assign to "GREETNTR"
               organization is sequential
               file status is ws-report-status.
           select job-stats-file assign to "GREETSTA"
               organization is sequential
               file status is ws-stats-status.
      *
       data division.
       file section.
       fd  ack-file.
           copy GREETACK.
      *
       fd  ack-history-file.
           copy GREETAKH.
      *
       fd  dept-ref-file.
           copy DEPTREF.
      *
       fd  subscription-file.
           copy GREETSUB.
      *
       fd  calendar-file.
           copy GREETCAL.
      *
       fd  run-control-file.
           copy GREETRUN.
      *
       fd  report-file.
       01 rpt-line                  pic x(132).
      *
       fd  job-stats-file.
           copy GREETSTA.
      *
       working-storage section.
       01 ws-ack-status             pic xx.
       01 ws-history-status         pic xx.
       01 ws-deptref-status         pic xx.
       01 ws-deptref-avail          pic x value "N".
           88 ws-deptref-usable         value "Y".
       01 ws-subs-status            pic xx.
       01 ws-subs-avail             pic x value "N".
           88 ws-subs-usable            value "Y".
       01 ws-calendar-status        pic xx.
       01 ws-run-control-status     pic xx.
       01 ws-report-status          pic xx.
       01 ws-stats-status           pic xx.
       01 ws-step-start             pic x(21).
       01 ws-eof-flag               pic x value "N".
           88 ws-eof                    value "Y".
       01 ws-run-date               pic x(8).
       01 ws-ntc-parm.
           05 ws-parm-run-date         pic x(8).
           05 ws-parm-requester        pic x(8).
           05 ws-parm-mode             pic x.
           05 filler                   pic x(63).
       01 ws-mode-flag              pic x value "N".
           88 ws-nightly-mode           value "N".
           88 ws-history-mode           value "H".
       01 ws-select-requester       pic x(8) value spaces.
       01 ws-card-error             pic x(40) value spaces.
       01 ws-open-error             pic x(40) value spaces.
      *
      * Filing the night - the next history sequence number for the
      * date and the requesters GREETACK answered, which are the
      * departments that cannot be owed a nothing-processed row.
      *
       01 ws-ack-seq                pic 9(5) value zero.
       01 ws-acks-read              pic 9(9) value zero.
       01 ws-acks-filed             pic 9(9) value zero.
       01 ws-acks-other-date        pic 9(9) value zero.
       01 ws-rows-replaced          pic 9(9) value zero.
       01 ws-subs-read              pic 9(9) value zero.
       01 ws-not-run-filed          pic 9(9) value zero.
       01 ws-acked-max              pic 9(5) value 500.
       01 ws-acked-count            pic 9(5) value zero.
       01 ws-acked-table.
           05 ws-acked-requester occurs 500 times pic x(8).
       01 ws-acked-idx              pic 9(5).
       01 ws-acked-found            pic x.
       01 ws-not-run-reason         pic x(5) value spaces.
       01 ws-run-date-int           pic 9(8).
       01 ws-run-dow                pic 9(2).
       01 ws-sub-due-flag           pic x value "N".
           88 ws-sub-due                value "Y".
      *
      * The night as filed, read back from the history for the
      * notices - one entry per history row, and the requesters in
      * the order their first row was processed.
      *
       01 ws-row-max                pic 9(5) value 2000.
       01 ws-row-count              pic 9(5) value zero.
       01 ws-row-overflow           pic 9(7) value zero.
       01 ws-row-table.
           05 ws-row-entry occurs 2000 times.
               10 ws-row-requester     pic x(8).
               10 ws-row-message-id    pic x(6).
               10 ws-row-language      pic x(3).
               10 ws-row-source        pic x.
               10 ws-row-status        pic x(10).
               10 ws-row-reason        pic x(5).
               10 ws-row-issued        pic 9(5).
               10 ws-row-rep-count     pic 9(5).
       01 ws-row-idx                pic 9(5).
       01 ws-req-max                pic 9(5) value 500.
       01 ws-req-count              pic 9(5) value zero.
       01 ws-req-table.
           05 ws-req-id occurs 500 times pic x(8).
       01 ws-req-idx                pic 9(5).
       01 ws-req-found              pic x.
      *
      * One notice.
      *
       01 ws-ntc-department         pic x(30).
       01 ws-ntc-contact            pic x(30).
       01 ws-ntc-rows               pic 9(5).
       01 ws-ntc-processed          pic 9(5).
       01 ws-ntc-rejected           pic 9(5).
       01 ws-ntc-not-run            pic 9(5).
       01 ws-ntc-backed-out         pic 9(5).
       01 ws-ntc-issued             pic 9(7).
       01 ws-source-text            pic x(14).
       01 ws-reason-text            pic x(60).
       01 ws-notices-printed        pic 9(5) value zero.
       01 ws-nothing-notices        pic 9(5) value zero.
      *
       procedure division.
      *
       0010-start.
           move function current-date to ws-step-start.
           perform 0015-read-parm-card.
           if ws-card-error not = spaces
               display "GREETNTC: BAD PARAMETER CARD - "
                   ws-card-error
               move 8 to return-code
               perform 0090-write-job-stats
               goback
           end-if.
           perform 0020-open-files.
           if ws-open-error not = spaces
               display "GREETNTC: " ws-open-error
                   " - NOTICES NOT PRINTED"
               move 8 to return-code
               perform 0090-write-job-stats
               goback
           end-if.
           if ws-nightly-mode
               perform 0025-file-acks
               perform 0030-file-not-run
           end-if.
           perform 0040-load-night.
           perform 0050-print-notices.
           perform 0070-print-totals.
           perform 0080-close-out.
           if ws-history-mode and ws-row-count = zero
               move 4 to return-code
           end-if.
           perform 0090-write-job-stats.
           goback.
      *
      * Cols 1-8 run date YYYYMMDD (blank = today), cols 9-16 one
      * requester id (blank = every requester), col 17 mode (blank =
      * file tonight's GREETACK and print the notices, H = reprint
      * from the history only).
      *
       0015-read-parm-card.
           accept ws-ntc-parm from sysin.
           if ws-parm-run-date = spaces
               move ws-step-start(1:8) to ws-run-date
           else
               move ws-parm-run-date to ws-run-date
               if ws-parm-run-date not numeric
                   move "run date not numeric" to ws-card-error
               else
                   if function test-date-yyyymmdd
                           (function numval(ws-parm-run-date))
                           not = zero
                       move "run date not a calendar date"
                           to ws-card-error
                   end-if
               end-if
           end-if.
           move ws-parm-requester to ws-select-requester.
           if ws-parm-mode = space
               set ws-nightly-mode to true
           else
               if ws-parm-mode = "H"
                   set ws-history-mode to true
               else
                   move "mode must be blank or H" to ws-card-error
               end-if
           end-if.
      *
      * The history is created on first use like the other keyed
      * files; a history inquiry needs it on file. DEPTREF only
      * addresses the notices and GREETSUB only finds the standing
      * orders owed a nothing-processed row - a night either is
      * missing still prints, and says so on the job log.
      *
       0020-open-files.
           if ws-nightly-mode
               open input ack-file
               if ws-ack-status not = "00"
                   move "GREETACK NOT AVAILABLE" to ws-open-error
               end-if
               open i-o ack-history-file
               if ws-history-status = "35"
                   open output ack-history-file
                   close ack-history-file
                   open i-o ack-history-file
               end-if
           else
               open input ack-history-file
           end-if.
           if ws-history-status not = "00"
               move "GREETAKH NOT AVAILABLE" to ws-open-error
           end-if.
           open input dept-ref-file.
           if ws-deptref-status = "00"
               move "Y" to ws-deptref-avail
           else
               display "GREETNTC: DEPTREF NOT AVAILABLE - NOTICES "
                   "ADDRESSED BY REQUESTER ID ONLY"
           end-if.
           if ws-nightly-mode
               open input subscription-file
               if ws-subs-status = "00"
                   move "Y" to ws-subs-avail
               else
                   display "GREETNTC: GREETSUB NOT AVAILABLE - NO "
                       "NOTHING-PROCESSED NOTICES THIS RUN"
               end-if
           end-if.
           open output report-file.
      *
      * A date filed before - the post-run step rerun, or the night
      * rerun after a GREETBKO backout - is cleared first, so the
      * history always holds the last GREETACK for the date.
      *
       0025-file-acks.
           perform 0026-clear-night.
           move "N" to ws-eof-flag.
           perform until ws-eof
               read ack-file
                   at end
                       set ws-eof to true
                   not at end
                       add 1 to ws-acks-read
                       if ak-run-date = ws-run-date
                           perform 0027-file-one-ack
                       else
                           add 1 to ws-acks-other-date
                       end-if
               end-read
           end-perform.
           close ack-file.
           if ws-acks-other-date > zero
               display "GREETNTC: " ws-acks-other-date
                   " GREETACK ROWS ARE FOR ANOTHER RUN DATE - "
                   "NOT FILED"
           end-if.
      *
       0026-clear-night.
           move ws-run-date to ah-run-date.
           move zero to ah-ack-seq.
           move "N" to ws-eof-flag.
           start ack-history-file key is not less than ah-history-key
               invalid key
                   set ws-eof to true
           end-start.
           perform until ws-eof
               read ack-history-file next record
                   at end
                       set ws-eof to true
                   not at end
                       if ah-run-date = ws-run-date
                           delete ack-history-file
                           add 1 to ws-rows-replaced
                       else
                           set ws-eof to true
                       end-if
               end-read
           end-perform.
      *
       0027-file-one-ack.
           add 1 to ws-ack-seq.
           initialize ack-history-rec.
           move ws-run-date to ah-run-date.
           move ws-ack-seq to ah-ack-seq.
           move ak-requester-id to ah-requester-id.
           move ak-message-id to ah-message-id.
           move ak-language-code to ah-language-code.
           move ak-source to ah-source.
           move ak-status to ah-status.
           move ak-reason-code to ah-reason-code.
           move ak-issued-count to ah-issued-count.
           move zero to ah-rep-count.
           move function current-date to ah-filed-timestamp.
           write ack-history-rec.
           add 1 to ws-acks-filed.
           perform 0028-note-acked-requester.
      *
       0028-note-acked-requester.
           move "N" to ws-acked-found.
           perform varying ws-acked-idx from 1 by 1
                   until ws-acked-idx > ws-acked-count
                      or ws-acked-found = "Y"
               if ws-acked-requester(ws-acked-idx) = ak-requester-id
                   move "Y" to ws-acked-found
               end-if
           end-perform.
           if ws-acked-found = "N"
                   and ws-acked-count < ws-acked-max
               add 1 to ws-acked-count
               move ak-requester-id
                   to ws-acked-requester(ws-acked-count)
           end-if.
      *
      * Standing orders due on the run date - HELLODRV's own rules:
      * daily always, weekly on the day of the week (1 = monday),
      * monthly on the day of the month - for departments GREETACK
      * said nothing about.
      *
       0030-file-not-run.
           if ws-subs-usable
               perform 0031-find-not-run-reason
               compute ws-run-date-int =
                   function integer-of-date
                       (function numval(ws-run-date))
               compute ws-run-dow =
                   function mod(ws-run-date-int - 1, 7) + 1
               move "N" to ws-eof-flag
               perform until ws-eof
                   read subscription-file next record
                       at end
                           set ws-eof to true
                       not at end
                           add 1 to ws-subs-read
                           perform 0032-file-one-not-run
                   end-read
               end-perform
               close subscription-file
           end-if.
      *
       0031-find-not-run-reason.
           move spaces to ws-not-run-reason.
           open input calendar-file.
           if ws-calendar-status = "00"
               move ws-run-date to cl-calendar-date
               read calendar-file
                   invalid key
                       continue
                   not invalid key
                       if cl-no-run-day
                           move "NOCAL" to ws-not-run-reason
                       end-if
               end-read
               close calendar-file
           end-if.
           if ws-not-run-reason = spaces
               move "NORUN" to ws-not-run-reason
               open input run-control-file
               if ws-run-control-status = "00"
                   move ws-run-date to rc-run-date
                   read run-control-file
                       invalid key
                           continue
                       not invalid key
                           if rc-run-in-flight
                               move "INFLT" to ws-not-run-reason
                           else
                               move "NOGEN" to ws-not-run-reason
                           end-if
                   end-read
                   close run-control-file
               end-if
           end-if.
      *
       0032-file-one-not-run.
           move "N" to ws-sub-due-flag.
           if sb-status-active
               evaluate true
                   when sb-freq-daily
                       set ws-sub-due to true
                   when sb-freq-weekly
                           and sb-frequency-day = ws-run-dow
                       set ws-sub-due to true
                   when sb-freq-monthly
                           and sb-frequency-day = ws-run-date(7:2)
                       set ws-sub-due to true
               end-evaluate
           end-if.
           if ws-sub-due
               move "N" to ws-acked-found
               perform varying ws-acked-idx from 1 by 1
                       until ws-acked-idx > ws-acked-count
                          or ws-acked-found = "Y"
                   if ws-acked-requester(ws-acked-idx)
                           = sb-requester-id
                       move "Y" to ws-acked-found
                   end-if
               end-perform
               if ws-acked-found = "N"
                   add 1 to ws-ack-seq
                   initialize ack-history-rec
                   move ws-run-date to ah-run-date
                   move ws-ack-seq to ah-ack-seq
                   move sb-requester-id to ah-requester-id
                   move sb-message-id to ah-message-id
                   move sb-language-code to ah-language-code
                   move "S" to ah-source
                   move "NOT RUN" to ah-status
                   move ws-not-run-reason to ah-reason-code
                   move zero to ah-issued-count
                   move sb-rep-count to ah-rep-count
                   move function current-date to ah-filed-timestamp
                   write ack-history-rec
                   add 1 to ws-not-run-filed
               end-if
           end-if.
      *
      * The date's rows come back in the order they were processed.
      *
       0040-load-night.
           move ws-run-date to ah-run-date.
           move zero to ah-ack-seq.
           move "N" to ws-eof-flag.
           start ack-history-file key is not less than ah-history-key
               invalid key
                   set ws-eof to true
           end-start.
           perform until ws-eof
               read ack-history-file next record
                   at end
                       set ws-eof to true
                   not at end
                       if ah-run-date = ws-run-date
                           if ws-select-requester = spaces
                              or ah-requester-id = ws-select-requester
                               perform 0041-load-one-row
                           end-if
                       else
                           set ws-eof to true
                       end-if
               end-read
           end-perform.
      *
       0041-load-one-row.
           if ws-row-count < ws-row-max
               add 1 to ws-row-count
               move ah-requester-id to ws-row-requester(ws-row-count)
               move ah-message-id to ws-row-message-id(ws-row-count)
               move ah-language-code to ws-row-language(ws-row-count)
               move ah-source to ws-row-source(ws-row-count)
               move ah-status to ws-row-status(ws-row-count)
               move ah-reason-code to ws-row-reason(ws-row-count)
               move ah-issued-count to ws-row-issued(ws-row-count)
               move ah-rep-count to ws-row-rep-count(ws-row-count)
               move "N" to ws-req-found
               perform varying ws-req-idx from 1 by 1
                       until ws-req-idx > ws-req-count
                          or ws-req-found = "Y"
                   if ws-req-id(ws-req-idx) = ah-requester-id
                       move "Y" to ws-req-found
                   end-if
               end-perform
               if ws-req-found = "N" and ws-req-count < ws-req-max
                   add 1 to ws-req-count
                   move ah-requester-id to ws-req-id(ws-req-count)
               end-if
           else
               add 1 to ws-row-overflow
           end-if.
      *
       0050-print-notices.
           move spaces to rpt-line.
           if ws-nightly-mode
               string "GREETING DESK CONFIRMATION NOTICES  RUN DATE: "
                   ws-run-date
                   delimited by size into rpt-line
           else
               string "GREETING DESK CONFIRMATION NOTICES  RUN DATE: "
                   ws-run-date "  REPRINTED FROM THE HISTORY ON "
                   ws-step-start(1:8)
                   delimited by size into rpt-line
           end-if.
           write rpt-line.
           perform varying ws-req-idx from 1 by 1
                   until ws-req-idx > ws-req-count
               perform 0052-print-one-notice
           end-perform.
           if ws-row-count = zero
               move spaces to rpt-line
               write rpt-line
               move spaces to rpt-line
               if ws-select-requester = spaces
                   string "NO ACKNOWLEDGMENTS ON FILE FOR "
                       ws-run-date
                       delimited by size into rpt-line
               else
                   string "NO ACKNOWLEDGMENTS ON FILE FOR "
                       ws-select-requester " ON " ws-run-date
                       delimited by size into rpt-line
               end-if
               write rpt-line
           end-if.
      *
       0052-print-one-notice.
           move spaces to ws-ntc-department ws-ntc-contact.
           if ws-deptref-usable
               move ws-req-id(ws-req-idx) to dp-requester-id
               read dept-ref-file
                   invalid key
                       move "NOT REGISTERED WITH THE DESK"
                           to ws-ntc-department
                   not invalid key
                       move dp-department-name to ws-ntc-department
                       move dp-contact-name to ws-ntc-contact
               end-read
           end-if.
           add 1 to ws-notices-printed.
           move zero to ws-ntc-rows ws-ntc-processed ws-ntc-rejected
               ws-ntc-not-run ws-ntc-backed-out ws-ntc-issued.
           move spaces to rpt-line.
           write rpt-line.
           move all "=" to rpt-line(1:100).
           write rpt-line.
           move spaces to rpt-line.
           string "REQUEST CONFIRMATION NOTICE - GREETING RUN OF "
               ws-run-date
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "TO:   " ws-ntc-contact
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "      " ws-ntc-department
               "  REQUESTER ID " ws-req-id(ws-req-idx)
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "  ORDER           MESSAGE LANG  OUTCOME    ISSUED "
               "NOTE"
               delimited by size into rpt-line.
           write rpt-line.
           perform varying ws-row-idx from 1 by 1
                   until ws-row-idx > ws-row-count
               if ws-row-requester(ws-row-idx) = ws-req-id(ws-req-idx)
                   perform 0053-print-notice-row
               end-if
           end-perform.
           move spaces to rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "  ORDERS: " ws-ntc-rows
               "  PROCESSED: " ws-ntc-processed
               "  REJECTED: " ws-ntc-rejected
               "  NOT RUN: " ws-ntc-not-run
               "  BACKED OUT: " ws-ntc-backed-out
               "  GREETINGS ISSUED: " ws-ntc-issued
               delimited by size into rpt-line.
           write rpt-line.
           if ws-ntc-not-run = ws-ntc-rows
               add 1 to ws-nothing-notices
               move spaces to rpt-line
               string "  NOTHING WAS PROCESSED FOR YOU ON THIS RUN "
                   "DATE ALTHOUGH YOU HOLD THE STANDING ORDERS ABOVE"
                   delimited by size into rpt-line
               write rpt-line
               move spaces to rpt-line
               string "  - THEY WILL RUN AGAIN ON THEIR NEXT DUE "
                   "DATE; CALL THE GREETING DESK IF THIS ONE IS NEEDED"
                   delimited by size into rpt-line
               write rpt-line
           end-if.
      *
       0053-print-notice-row.
           add 1 to ws-ntc-rows.
           evaluate ws-row-status(ws-row-idx)
               when "PROCESSED"
                   add 1 to ws-ntc-processed
               when "REJECTED"
                   add 1 to ws-ntc-rejected
               when "BACKED OUT"
                   add 1 to ws-ntc-backed-out
               when other
                   add 1 to ws-ntc-not-run
           end-evaluate.
           add ws-row-issued(ws-row-idx) to ws-ntc-issued.
           if ws-row-source(ws-row-idx) = "S"
               move "STANDING ORDER" to ws-source-text
           else
               move "ONE-OFF CARD" to ws-source-text
           end-if.
           perform 0054-explain-reason.
           move spaces to rpt-line.
           string "  " ws-source-text "  " ws-row-message-id(ws-row-idx)
               "  " ws-row-language(ws-row-idx)
               "   " ws-row-status(ws-row-idx)
               " " ws-row-issued(ws-row-idx)
               "  " ws-reason-text
               delimited by size into rpt-line.
           write rpt-line.
      *
      * The GREETACK reason codes, and the history's own NOT RUN
      * codes, in the department's terms.
      *
       0054-explain-reason.
           evaluate ws-row-reason(ws-row-idx)
               when spaces
                   move spaces to ws-reason-text
               when "BADRP"
                   move "THE REP COUNT ON THE CARD WAS NOT A NUMBER"
                       to ws-reason-text
               when "NODEP"
                   move "YOUR REQUESTER ID IS NOT REGISTERED WITH US"
                       to ws-reason-text
               when "SUSPD"
                   move "YOUR DEPARTMENT IS SUSPENDED FROM ORDERING"
                       to ws-reason-text
               when "LIMIT"
                   move "THE REP COUNT IS OVER YOUR LIMIT PER ORDER"
                       to ws-reason-text
               when "OVBUD"
                   move "IT WOULD TAKE YOU OVER YOUR MONTHLY BUDGET"
                       to ws-reason-text
               when "NOTFD"
                   move "NO GREETING IN THAT MESSAGE AND LANGUAGE"
                       to ws-reason-text
               when "NOCAL"
                   move "THE DATE WAS A NO-RUN DAY ON THE CALENDAR"
                       to ws-reason-text
               when "NORUN"
                   move "NO GREETING RUN TOOK PLACE FOR THE DATE"
                       to ws-reason-text
               when "INFLT"
                   move "THE NIGHT'S RUN DID NOT COMPLETE"
                       to ws-reason-text
               when "NOGEN"
                   move "THE NIGHT'S RUN DID NOT TAKE STANDING ORDERS"
                       to ws-reason-text
               when "BKOUT"
                   move "WITHDRAWN WHEN THE NIGHT WAS BACKED OUT"
                       to ws-reason-text
               when other
                   move spaces to ws-reason-text
                   string "REASON CODE " ws-row-reason(ws-row-idx)
                       delimited by size into ws-reason-text
           end-evaluate.
      *
       0070-print-totals.
           move spaces to rpt-line.
           write rpt-line.
           move all "=" to rpt-line(1:100).
           write rpt-line.
           move spaces to rpt-line.
           string "CONTROL TOTALS" delimited by size into rpt-line.
           write rpt-line.
           if ws-nightly-mode
               move spaces to rpt-line
               string "GREETACK ROWS READ:         " ws-acks-read
                   delimited by size into rpt-line
               write rpt-line
               move spaces to rpt-line
               string "FILED ON GREETAKH:          " ws-acks-filed
                   delimited by size into rpt-line
               write rpt-line
               move spaces to rpt-line
               string "FOR ANOTHER DATE, NOT FILED:" ws-acks-other-date
                   delimited by size into rpt-line
               write rpt-line
               move spaces to rpt-line
               string "EARLIER FILING REPLACED:    " ws-rows-replaced
                   delimited by size into rpt-line
               write rpt-line
               move spaces to rpt-line
               string "NOT RUN ROWS FILED:         " ws-not-run-filed
                   "  (REASON " ws-not-run-reason ")"
                   delimited by size into rpt-line
               write rpt-line
           end-if.
           move spaces to rpt-line.
           string "HISTORY ROWS REPORTED:      " ws-row-count
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "NOTICES PRINTED:            " ws-notices-printed
               "  NOTHING PROCESSED: " ws-nothing-notices
               delimited by size into rpt-line.
           write rpt-line.
           if ws-row-overflow > zero
               move spaces to rpt-line
               string "ROW TABLE FULL - " ws-row-overflow
                   " HISTORY ROWS NOT ON ANY NOTICE"
                   delimited by size into rpt-line
               write rpt-line
           end-if.
      *
       0080-close-out.
           close ack-history-file.
           if ws-deptref-usable
               close dept-ref-file
           end-if.
           close report-file.
      *
      * Only the nightly filing is a step of the GREETDLY stream - a
      * history reprint is an inquiry and is not timed.
      *
       0090-write-job-stats.
           if ws-nightly-mode
               open extend job-stats-file
               if ws-stats-status = "35"
                   open output job-stats-file
               end-if
               initialize job-stats-rec
               move "GREETNTC" to st-program
               move ws-run-date to st-run-date
               if st-run-date = spaces
                   move ws-step-start(1:8) to st-run-date
               end-if
               move ws-step-start to st-start-timestamp
               move function current-date to st-end-timestamp
               move return-code to st-condition-code
               move "GREETACK" to st-file-ddname(1)
               move ws-acks-read to st-records-read(1)
               move "GREETSUB" to st-file-ddname(2)
               move ws-subs-read to st-records-read(2)
               move "GREETAKH" to st-file-ddname(3)
               compute st-records-written(3) =
                   ws-acks-filed + ws-not-run-filed
               write job-stats-rec
               close job-stats-file
           end-if.
