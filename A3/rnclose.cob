      >>SOURCE FORMAT FREE
identification division.
program-id. rnclose.

*> 2026-10-15  month-end period close. "rnclose <yyyymm> <operator>":
*> the operator must carry authority A on the RNACC access file, the
*> same gate as rnrevs (no access file, no close). for the period
*> named it:
*>   - prints a statement per department off the RNDHST department
*>     history romanbatch posts each night - runs, records accepted
*>     and rejected, reject rate and sum of decimal equivalents for
*>     the period to date, beside the prior month's and the change -
*>     then the same over all departments. a run rnrevs has reversed
*>     (marked on RNHIST) is left out of both months
*>   - marks the period closed on the RNPER period file with the
*>     date and operator, after which romanbatch refuses a run that
*>     falls in it
*>   - moves RNHIST and RNDHST records from periods more than RNRETM
*>     months (unset means 13; never under 2, so the prior month
*>     stays for the comparison) before the closed period onto the
*>     RNARCH archive, each tagged H or D with its period and the
*>     archive date, and takes them off the masters
*>   - writes one RNAUD line under program tag RNCLOS - TEXT= PERIOD
*>     CLOSED and the period, TEMP= the runs in the period, USR= the
*>     operator
*> a period already closed gets its statements printed again and
*> nothing else. the report goes to RNCLSR. return code 8 when the
*> close was refused, 4 when it went through but an update failed.

environment division.
input-output section.
file-control.
    select optional dept-history assign to "RNDHST"
        organization is indexed
        access mode is dynamic
        record key is dhst-key
        file status is dhst-status.
    select optional run-history assign to "RNHIST"
        organization is indexed
        access mode is dynamic
        record key is hist-key
        file status is hist-status.
    select optional period-file assign to "RNPER"
        organization is indexed
        access mode is dynamic
        record key is per-period
        file status is per-status.
    select optional archive-file assign to "RNARCH"
        organization is line sequential
        file status is arch-status.
    select optional access-file assign to "RNACC"
        organization is line sequential
        file status is acc-status.
    select optional rn-audit assign to "RNAUD"
        organization is line sequential
        file status is aud-status.
    select report-out assign to "RNCLSR"
        organization is line sequential.
    select sort-work assign to "RNCLWK".

data division.
file section.
fd  dept-history.
copy "rndhst".
fd  run-history.
copy "rnhist".
fd  period-file.
copy "rnper".
*> an archived record travels whole behind its kind (H run history,
*> D department history), its period and the date it was archived.
fd  archive-file.
    01 archive-record.
       02 arch-type   picture x.
       02 arch-period picture x(6).
       02 arch-date   picture x(8).
       02 arch-body   picture x(105).
fd  access-file.
    01 access-record.
       02 acc-id   picture x(8).
       02 filler   picture x.
       02 acc-auth picture x.
fd  rn-audit.
    01 rn-audit-record picture x(114).
fd  report-out.
    01 report-record picture x(132).
sd  sort-work.
    01 sort-rec.
       02 sr-dept     picture x(4).
       02 sr-period   picture x(6).
       02 sr-run-id   picture x(14).
       02 sr-name     picture x(30).
       02 sr-accepted picture 9(9).
       02 sr-rejected picture 9(9).
       02 sr-sum      picture s9(15) sign is leading separate.

working-storage section.
77  dhst-status picture xx.
77  hist-status picture xx.
77  per-status  picture xx.
77  arch-status picture xx.
77  acc-status  picture xx.
77  aud-status  picture xx.
77  eof picture x value 'N'.
77  acc-eof picture x value 'N'.
77  sort-eof picture x value 'N'.
77  cmd-args picture x(40).
77  operator-id picture x(8) value spaces.
77  authorized  picture x value 'N'.
77  today-date  picture x(8) value spaces.
77  close-stamp picture x(14) value spaces.
77  env-work    picture x(8).
77  env-val     picture 9(8) usage is computational.
77  retain-months picture 9(3) value 13.

*> the period to close, the one before it, and the oldest period the
*> masters keep; a period is carried as a month count for the sums.
01  close-period-area.
    02 close-period picture x(6) value spaces.
01  close-period-parts redefines close-period-area.
    02 cp-year  picture 9(4).
    02 cp-month picture 9(2).
77  prior-period picture x(6) value spaces.
77  cut-period   picture x(6) value spaces.
77  month-index  picture 9(7) usage is computational.
77  work-index   picture 9(7) usage is computational.
77  work-year    picture 9(4).
77  work-month   picture 9(2).
77  edit-source  picture x(6).
77  period-disp  picture x(7).

*> R when the period is already closed - the statements print again
*> and nothing else changes; Y when the close was refused.
77  reprint     picture x value 'N'.
77  refused     picture x value 'N'.
77  hist-open   picture x value 'N'.
77  period-marked picture x value 'N'.

*> a department history record's run, looked up on RNHIST once per
*> run - the records come off the file in run order.
77  last-run-id   picture x(14) value spaces.
77  last-reversed picture x value 'N'.

77  dhst-read      picture 9(9) value 0.
77  period-runs    picture 9(5) value 0.
77  prior-runs     picture 9(5) value 0.
77  reversed-runs  picture 9(5) value 0.
77  dept-statements picture 9(3) value 0.
77  depts-in-period picture 9(3) value 0.
77  hist-archived  picture 9(9) value 0.
77  dhst-archived  picture 9(9) value 0.
77  failed-count   picture 9(9) value 0.
77  pass-start     picture 9(9) value 0.
77  audit-temp     picture s9(8) usage is computational.

*> one department's figures as the sorted records go by, and the
*> whole close's beside them.
77  brk-dept picture x(4) value spaces.
77  brk-name picture x(30) value spaces.
01  dept-figures.
    02 df-cur-runs     picture 9(5).
    02 df-cur-accepted picture 9(9).
    02 df-cur-rejected picture 9(9).
    02 df-cur-sum      picture s9(15) usage is computational.
    02 df-prv-runs     picture 9(5).
    02 df-prv-accepted picture 9(9).
    02 df-prv-rejected picture 9(9).
    02 df-prv-sum      picture s9(15) usage is computational.
01  all-figures.
    02 af-cur-runs     picture 9(5) value 0.
    02 af-cur-accepted picture 9(9) value 0.
    02 af-cur-rejected picture 9(9) value 0.
    02 af-cur-sum      picture s9(15) usage is computational value 0.
    02 af-prv-runs     picture 9(5) value 0.
    02 af-prv-accepted picture 9(9) value 0.
    02 af-prv-rejected picture 9(9) value 0.
    02 af-prv-sum      picture s9(15) usage is computational value 0.
77  cur-rate   picture s9(3)v99.
77  prv-rate   picture s9(3)v99.
77  rate-base  picture 9(10).

*> keys collect in a table during each read pass and the deletes go
*> in after it, the same way rnsrel's do; a pass that fills the
*> table is followed by another until one comes up short.
77  more-items picture x value 'N'.
77  key-count  picture 9(4) value 0.
77  kx         picture s9(4) usage is computational.
01  key-table.
    02 key-entry occurs 1000 times.
       03 kt-key picture x(18).

*> same page header / run date / page number conventions as rnrpthd.
01  title-line.
    02 filler picture x(11) value spaces.
    02 filler picture x(26) value 'month-end period close    '.

01  page-header-line.
    02 filler picture x value space.
    02 filler picture x(10) value 'run date: '.
    02 ph-run-date picture x(8).
    02 filler picture x(10) value spaces.
    02 filler picture x(6) value 'page: '.
    02 ph-page-num picture zzz9.
    02 filler picture x(10) value spaces.

01  underline-1.
    02 filler picture x(45) value
       ' --------------------------------------------'.

01  run-line.
    02 filler  picture x value space.
    02 rl-text picture x(24).
    02 rl-value picture x(14).

01  statement-head.
    02 filler    picture x(22) value ' department statement '.
    02 sh-dept   picture x(4).
    02 filler    picture x(2) value spaces.
    02 sh-name   picture x(30).

01  statement-period.
    02 filler    picture x(8) value ' period '.
    02 sp-period picture x(7).
    02 filler    picture x(33) value
       ' to date, against prior month '.
    02 sp-prior  picture x(7).

01  statement-cols.
    02 filler picture x(25) value spaces.
    02 filler picture x(21) value '          this period'.
    02 filler picture x(21) value '          prior month'.
    02 filler picture x(21) value '               change'.

01  statement-line.
    02 filler    picture x value space.
    02 st-label  picture x(24).
    02 st-cur    picture -zzz,zzz,zzz,zzz,zz9.
    02 filler    picture x value space.
    02 st-prv    picture -zzz,zzz,zzz,zzz,zz9.
    02 filler    picture x value space.
    02 st-chg    picture -zzz,zzz,zzz,zzz,zz9.

01  rate-line.
    02 filler    picture x value space.
    02 rt-label  picture x(24).
    02 rt-cur    picture -(16)9.99.
    02 filler    picture x value space.
    02 rt-prv    picture -(16)9.99.
    02 filler    picture x value space.
    02 rt-chg    picture -(16)9.99.

01  count-line.
    02 filler picture x value space.
    02 cl-label picture x(32).
    02 filler   picture x value ':'.
    02 cl-count picture zzz,zzz,zz9.

01  note-line.
    02 filler picture x value space.
    02 nl-text picture x(70).

*> same layout position for position as rnconv's audit line, so the
*> log readers parse a close line by the same fixed columns.
01  audit-line.
    02 filler   picture x(6) value 'RNCLOS'.
    02 filler   picture x value space.
    02 filler   picture x(5) value 'TEXT='.
    02 aud-text picture x(30).
    02 filler   picture x value space.
    02 filler   picture x(5) value 'TEMP='.
    02 aud-temp picture -9(8).
    02 filler   picture x value space.
    02 filler   picture x(4) value 'RET='.
    02 aud-ret  picture -9.
    02 filler   picture x value space.
    02 filler   picture x(3) value 'TS='.
    02 aud-ts   picture x(14).
    02 filler   picture x(5) value ' RUN='.
    02 aud-run  picture x(14) value spaces.
    02 filler   picture x(5) value ' USR='.
    02 aud-usr  picture x(8).

77  print-buffer picture x(132).
77  line-count picture 99 usage is computational value zero.
77  page-num   picture 9(4) value 1.
77  run-date   picture x(8) value spaces.
77  header-max picture 99 value 60.
77  date-work  picture x(21).

procedure division.

main-line.
    perform initialize-report
    perform get-run-options
    accept cmd-args from command-line
    unstring cmd-args delimited by all ' '
        into close-period, operator-id
    move function upper-case(operator-id) to operator-id

    open output report-out
    perform write-report-headers

    perform check-period
    if refused = 'N'
        perform check-authority
        if authorized = 'N'
            move 'Y' to refused
        end-if
    end-if
    if refused = 'Y'
        move 8 to return-code
    else
        perform close-period-run
    end-if

    close report-out.
    stop run.

initialize-report.
    move function current-date to date-work
    move date-work(1:8) to today-date
    move date-work(1:14) to close-stamp
    string date-work(5:2) delimited by size
           '/'        delimited by size
           date-work(7:2) delimited by size
           '/'        delimited by size
           date-work(3:2) delimited by size
        into run-date.

*> RNRETM the months of history the masters keep behind the period
*> being closed.
get-run-options.
    move spaces to env-work
    accept env-work from environment "RNRETM"
        on exception continue
    end-accept
    if env-work not = spaces
        compute env-val = function numval(env-work)
        if env-val >= 2 and env-val <= 120
            move env-val to retain-months
        end-if
    end-if.

write-report-headers.
    move run-date to ph-run-date
    move page-num to ph-page-num
    write report-record from page-header-line after advancing 1 line
    write report-record from title-line after advancing 1 line
    write report-record from underline-1 after advancing 1 line
    write report-record from " " after advancing 1 line
    add 1 to page-num
    move 0 to line-count.

check-page-break.
    if line-count >= header-max
        perform write-report-headers
    end-if.

write-one-line.
    perform check-page-break
    write report-record from print-buffer after advancing 1 line
    add 1 to line-count.

*> a real month no later than this one; the prior month and the
*> retention cut-off are worked from it as month counts.
check-period.
    if close-period is not numeric
        move 'usage: rnclose <yyyymm> <operator>' to nl-text
        move note-line to print-buffer
        perform write-one-line
        move 'Y' to refused
    else
        if cp-month < 1 or cp-month > 12
                or close-period > today-date(1:6)
            move spaces to nl-text
            string 'period ' delimited by size
                   close-period delimited by size
                   ' is not a month that can be closed yet'
                       delimited by size
                into nl-text
            move note-line to print-buffer
            perform write-one-line
            move 'Y' to refused
        else
            compute month-index = cp-year * 12 + cp-month - 1
            compute work-index = month-index - 1
            perform period-from-index
            move work-year to prior-period(1:4)
            move work-month to prior-period(5:2)
            compute work-index = month-index - retain-months
            perform period-from-index
            move work-year to cut-period(1:4)
            move work-month to cut-period(5:2)
        end-if
    end-if.

period-from-index.
    divide work-index by 12 giving work-year remainder work-month
    add 1 to work-month.

*> the operator id comes from the second command word and must carry
*> authority A on the access file, the same gate rnrevs puts on a
*> reversal. a missing access file locks the close.
check-authority.
    move 'N' to authorized
    if operator-id = spaces
        move 'a close needs an operator id as second word'
            to nl-text
        move note-line to print-buffer
        perform write-one-line
    else
        open input access-file
        if acc-status = '00'
            perform until acc-eof = 'Y'
                read access-file
                    at end
                        move 'Y' to acc-eof
                    not at end
                        if acc-id = operator-id and acc-auth = 'A'
                            move 'Y' to authorized
                        end-if
                end-read
            end-perform
            move 'N' to acc-eof
            close access-file
            if authorized = 'N'
                move spaces to nl-text
                string operator-id delimited by space
                       ' is not authorized to close a period'
                       delimited by size
                    into nl-text
                move note-line to print-buffer
                perform write-one-line
            end-if
        else
            if acc-status = '05'
                close access-file
            end-if
            move 'no access file on hand - the close is locked'
                to nl-text
            move note-line to print-buffer
            perform write-one-line
        end-if
    end-if.

close-period-run.
    move close-period to edit-source
    perform edit-period
    move 'period to close' to rl-text
    move period-disp to rl-value
    move run-line to print-buffer
    perform write-one-line
    move 'closed by' to rl-text
    move operator-id to rl-value
    move run-line to print-buffer
    perform write-one-line
    move prior-period to edit-source
    perform edit-period
    move 'compared with' to rl-text
    move period-disp to rl-value
    move run-line to print-buffer
    perform write-one-line
    move spaces to print-buffer
    perform write-one-line

    perform check-already-closed

    sort sort-work
        on ascending key sr-dept sr-period sr-run-id
        input procedure is select-dept-history
        output procedure is print-dept-statements

    if dept-statements = 0
        move 'no department history for the period or the month before'
            to nl-text
        move note-line to print-buffer
        perform write-one-line
    else
        move 'ALL' to brk-dept
        move 'all departments' to brk-name
        move all-figures to dept-figures
        perform print-statement
    end-if

    if reprint = 'N'
        perform mark-period-closed
        perform archive-old-history
        perform write-close-audit
    end-if
    perform print-close-summary.

edit-period.
    move spaces to period-disp
    string edit-source(1:4) delimited by size
           '-'              delimited by size
           edit-source(5:2) delimited by size
        into period-disp.

check-already-closed.
    open input period-file
    if per-status = '00'
        move close-period to per-period
        read period-file
            invalid key
                continue
            not invalid key
                if per-state = 'C'
                    move 'R' to reprint
                    move spaces to nl-text
                    string 'period already closed ' delimited by size
                           per-closed-date delimited by size
                           ' by ' delimited by size
                           per-closed-by delimited by space
                           ' - statements reprinted only'
                               delimited by size
                        into nl-text
                    move note-line to print-buffer
                    perform write-one-line
                    move spaces to print-buffer
                    perform write-one-line
                end-if
        end-read
        close period-file
    else
        if per-status = '05'
            close period-file
        end-if
    end-if.

*> ---------------------------------------------------------------
*> the department statements
*> ---------------------------------------------------------------
select-dept-history.
    open input run-history
    if hist-status = '00'
        move 'Y' to hist-open
    else
        if hist-status = '05'
            close run-history
        end-if
    end-if
    open input dept-history
    if dhst-status = '00'
        perform until eof = 'Y'
            read dept-history next record
                at end
                    move 'Y' to eof
                not at end
                    add 1 to dhst-read
                    if dhst-period = close-period
                        or dhst-period = prior-period
                        perform select-one-dept-record
                    end-if
            end-read
        end-perform
        close dept-history
        move 'N' to eof
    else
        if dhst-status = '05'
            close dept-history
        end-if
    end-if
    if hist-open = 'Y'
        close run-history
        move 'N' to hist-open
    end-if.

select-one-dept-record.
    if dhst-run-id not = last-run-id
        move dhst-run-id to last-run-id
        move 'N' to last-reversed
        if hist-open = 'Y'
            move dhst-run-id to hist-key
            read run-history
                invalid key
                    continue
                not invalid key
                    if hist-reversed = 'R'
                        move 'Y' to last-reversed
                    end-if
            end-read
        end-if
        evaluate true
            when last-reversed = 'Y'
                add 1 to reversed-runs
            when dhst-period = close-period
                add 1 to period-runs
            when other
                add 1 to prior-runs
        end-evaluate
    end-if
    if last-reversed = 'N'
        move dhst-dept     to sr-dept
        move dhst-period   to sr-period
        move dhst-run-id   to sr-run-id
        move dhst-name     to sr-name
        move dhst-accepted to sr-accepted
        move dhst-rejected to sr-rejected
        move dhst-sum      to sr-sum
        release sort-rec
    end-if.

print-dept-statements.
    move 'N' to sort-eof
    perform until sort-eof = 'Y'
        return sort-work
            at end
                move 'Y' to sort-eof
            not at end
                perform take-statement-record
        end-return
    end-perform
    if brk-dept not = spaces
        perform print-statement
    end-if.

*> one history record is one run's figures for the department, so
*> the records counted are the department's runs.
take-statement-record.
    if sr-dept not = brk-dept
        if brk-dept not = spaces
            perform print-statement
        end-if
        move sr-dept to brk-dept
        move spaces to brk-name
        initialize dept-figures
    end-if
    if sr-name not = spaces
        move sr-name to brk-name
    end-if
    if sr-period = close-period
        add 1           to df-cur-runs af-cur-runs
        add sr-accepted to df-cur-accepted af-cur-accepted
        add sr-rejected to df-cur-rejected af-cur-rejected
        add sr-sum      to df-cur-sum af-cur-sum
    else
        add 1           to df-prv-runs af-prv-runs
        add sr-accepted to df-prv-accepted af-prv-accepted
        add sr-rejected to df-prv-rejected af-prv-rejected
        add sr-sum      to df-prv-sum af-prv-sum
    end-if.

*> each statement starts a page of its own, so it can go to the
*> department's supervisor as it stands.
print-statement.
    perform write-report-headers
    if brk-dept = 'ALL'
        move spaces to sh-dept
    else
        move brk-dept to sh-dept
        add 1 to dept-statements
        if df-cur-runs > 0
            add 1 to depts-in-period
        end-if
    end-if
    move brk-name to sh-name
    move statement-head to print-buffer
    perform write-one-line
    move close-period to edit-source
    perform edit-period
    move period-disp to sp-period
    move prior-period to edit-source
    perform edit-period
    move period-disp to sp-prior
    move statement-period to print-buffer
    perform write-one-line
    move spaces to print-buffer
    perform write-one-line
    move statement-cols to print-buffer
    perform write-one-line

    move 'runs' to st-label
    move df-cur-runs to st-cur
    move df-prv-runs to st-prv
    compute st-chg = df-cur-runs - df-prv-runs
    move statement-line to print-buffer
    perform write-one-line
    move 'records accepted' to st-label
    move df-cur-accepted to st-cur
    move df-prv-accepted to st-prv
    compute st-chg = df-cur-accepted - df-prv-accepted
    move statement-line to print-buffer
    perform write-one-line
    move 'records rejected' to st-label
    move df-cur-rejected to st-cur
    move df-prv-rejected to st-prv
    compute st-chg = df-cur-rejected - df-prv-rejected
    move statement-line to print-buffer
    perform write-one-line

    move 0 to cur-rate
    add df-cur-accepted df-cur-rejected giving rate-base
    if rate-base > 0
        compute cur-rate rounded = df-cur-rejected * 100 / rate-base
    end-if
    move 0 to prv-rate
    add df-prv-accepted df-prv-rejected giving rate-base
    if rate-base > 0
        compute prv-rate rounded = df-prv-rejected * 100 / rate-base
    end-if
    move 'reject rate (percent)' to rt-label
    move cur-rate to rt-cur
    move prv-rate to rt-prv
    compute rt-chg = cur-rate - prv-rate
    move rate-line to print-buffer
    perform write-one-line

    move 'sum of decimal equiv.' to st-label
    move df-cur-sum to st-cur
    move df-prv-sum to st-prv
    compute st-chg = df-cur-sum - df-prv-sum
    move statement-line to print-buffer
    perform write-one-line

    if df-cur-runs = 0
        move spaces to print-buffer
        perform write-one-line
        move 'no runs posted for the department this period'
            to nl-text
        move note-line to print-buffer
        perform write-one-line
    end-if.

*> ---------------------------------------------------------------
*> closing the period and clearing out old history
*> ---------------------------------------------------------------
mark-period-closed.
    open i-o period-file
    if per-status = '35' or per-status = '05'
        open output period-file
        close period-file
        open i-o period-file
    end-if
    if per-status = '00'
        move spaces        to per-record
        move close-period  to per-period
        move 'C'           to per-state
        move today-date    to per-closed-date
        move operator-id   to per-closed-by
        move close-stamp   to per-close-stamp
        move period-runs   to per-runs
        move depts-in-period to per-depts
        move 'Y' to period-marked
        write per-record
            invalid key
                rewrite per-record
                    invalid key
                        add 1 to failed-count
                        move 'N' to period-marked
                end-rewrite
        end-write
        close period-file
    else
        add 1 to failed-count
        move spaces to nl-text
        string 'period file failed to open, status ' delimited by size
               per-status delimited by size
               ' - period NOT closed' delimited by size
            into nl-text
        move note-line to print-buffer
        perform write-one-line
    end-if.

*> each record goes onto the archive as its key goes into the table,
*> and comes off the master once the pass is read.
archive-old-history.
    open extend archive-file
    if arch-status = '35'
        open output archive-file
    end-if
    if arch-status = '00' or arch-status = '05'
        open i-o run-history
        if hist-status = '00'
            move 'Y' to more-items
            perform archive-run-history-pass
                until more-items = 'N'
            close run-history
        else
            if hist-status = '05'
                close run-history
            end-if
        end-if
        open i-o dept-history
        if dhst-status = '00'
            move 'Y' to more-items
            perform archive-dept-history-pass
                until more-items = 'N'
            close dept-history
        else
            if dhst-status = '05'
                close dept-history
            end-if
        end-if
        close archive-file
    else
        add 1 to failed-count
        move spaces to nl-text
        string 'archive file failed to open, status ' delimited by size
               arch-status delimited by size
               ' - nothing archived' delimited by size
            into nl-text
        move note-line to print-buffer
        perform write-one-line
    end-if.

*> a run identifier that is not a start stamp carries no period, so
*> its history record stays where it is.
archive-run-history-pass.
    move 'N' to more-items
    move 0 to key-count
    move low-values to hist-key
    start run-history key is not less than hist-key
        invalid key
            move 'Y' to eof
    end-start
    perform until eof = 'Y'
        read run-history next record
            at end
                move 'Y' to eof
            not at end
                if hist-key(1:6) is numeric
                        and hist-key(1:6) < cut-period
                    if key-count >= 1000
                        move 'Y' to more-items
                        move 'Y' to eof
                    else
                        add 1 to key-count
                        move hist-key to kt-key(key-count)
                        move 'H'            to arch-type
                        move hist-key(1:6)  to arch-period
                        move today-date     to arch-date
                        move hist-record    to arch-body
                        write archive-record
                    end-if
                end-if
        end-read
    end-perform
    move 'N' to eof
    move hist-archived to pass-start
    perform varying kx from 1 by 1 until kx > key-count
        move kt-key(kx) to hist-key
        delete run-history record
            invalid key
                add 1 to failed-count
            not invalid key
                add 1 to hist-archived
        end-delete
    end-perform
*> a full pass that removed nothing would only find the same ones.
    if hist-archived = pass-start
        move 'N' to more-items
    end-if.

archive-dept-history-pass.
    move 'N' to more-items
    move 0 to key-count
    move low-values to dhst-key
    start dept-history key is not less than dhst-key
        invalid key
            move 'Y' to eof
    end-start
    perform until eof = 'Y'
        read dept-history next record
            at end
                move 'Y' to eof
            not at end
                if dhst-period < cut-period
                    if key-count >= 1000
                        move 'Y' to more-items
                        move 'Y' to eof
                    else
                        add 1 to key-count
                        move dhst-key to kt-key(key-count)
                        move 'D'            to arch-type
                        move dhst-period    to arch-period
                        move today-date     to arch-date
                        move dhst-record    to arch-body
                        write archive-record
                    end-if
                end-if
        end-read
    end-perform
    move 'N' to eof
    move dhst-archived to pass-start
    perform varying kx from 1 by 1 until kx > key-count
        move kt-key(kx) to dhst-key
        delete dept-history record
            invalid key
                add 1 to failed-count
            not invalid key
                add 1 to dhst-archived
        end-delete
    end-perform
    if dhst-archived = pass-start
        move 'N' to more-items
    end-if.

write-close-audit.
    move spaces to aud-text
    string 'PERIOD CLOSED ' delimited by size
           close-period delimited by size
        into aud-text
    move period-runs to audit-temp
    move audit-temp to aud-temp
    move 0 to aud-ret
    move function current-date(1:14) to aud-ts
    move spaces to aud-run
    move operator-id to aud-usr
    open extend rn-audit
    if aud-status = '35'
        open output rn-audit
    end-if
    write rn-audit-record from audit-line
    close rn-audit.

print-close-summary.
    move spaces to print-buffer
    perform write-one-line
    move 'department history records read' to cl-label
    move dhst-read to cl-count
    move count-line to print-buffer
    perform write-one-line
    move 'runs in the period' to cl-label
    move period-runs to cl-count
    move count-line to print-buffer
    perform write-one-line
    move 'runs in the prior month' to cl-label
    move prior-runs to cl-count
    move count-line to print-buffer
    perform write-one-line
    move 'reversed runs left out' to cl-label
    move reversed-runs to cl-count
    move count-line to print-buffer
    perform write-one-line
    move 'department statements' to cl-label
    move dept-statements to cl-count
    move count-line to print-buffer
    perform write-one-line
    if reprint = 'N'
        move 'retention (months)' to cl-label
        move retain-months to cl-count
        move count-line to print-buffer
        perform write-one-line
        move 'run history records archived' to cl-label
        move hist-archived to cl-count
        move count-line to print-buffer
        perform write-one-line
        move 'department records archived' to cl-label
        move dhst-archived to cl-count
        move count-line to print-buffer
        perform write-one-line
        if failed-count > 0
            move 'updates that failed' to cl-label
            move failed-count to cl-count
            move count-line to print-buffer
            perform write-one-line
            move 4 to return-code
        end-if
        move spaces to print-buffer
        perform write-one-line
        move spaces to nl-text
        if period-marked = 'Y'
            string 'period ' delimited by size
                   close-period delimited by size
                   ' closed - romanbatch refuses runs into it'
                       delimited by size
                into nl-text
        else
            string 'period ' delimited by size
                   close-period delimited by size
                   ' NOT marked closed - run the close again'
                       delimited by size
                into nl-text
        end-if
        move note-line to print-buffer
        perform write-one-line
    end-if.
