      >>SOURCE FORMAT FREE
identification division.
program-id. rnopsr.

*> 2026-10-15  operator activity and security exception report over
*> the RNAUD audit log generations rnaudarc keeps in the RNAGC
*> catalog - the quarterly security review's question, "who did what
*> on the panels and the maintenance utilities, and what of it looks
*> wrong", answered from the log instead of by hand:
*>   rnopsr [from-yyyymmdd [to-yyyymmdd]]
*> every generation whose catalog date falls in the range is read
*> (no range means every generation on hand; the live log is not
*> read - run it after the day's rnaudarc cutover). each line carrying
*> an operator id on USR= counts against that id:
*>   inquiry conversions  - RNCONV/RNDCNV lines outside a batch run
*>                          (RUN= blank): the inquiry panel
*>   suspense corrections - RNSCOR (save, release, delete, write-off
*>                          mark on rnscorr) and RNWOFF (the rnsaging
*>                          write-off step)
*>   cache maintenance    - RNCACH and RNCVER
*>   cache refused        - RNREFU, a PURGE or SEED rncache turned away
*>   failed sign-ons      - RNSGNF, an id the access file did not know
*>   other maintenance    - RNDMNT, RNREVS, RNCLOS and any other tag
*> conversions inside a batch run, an rncver verification, an rncache
*> SEED or a correction-screen validation (RUN= set) are the job's
*> work, not an operator's, and are passed over - the RNCVER, RNCACH
*> and RNSCOR lines carry what the operator did there.
*> each operator's line is followed by the exceptions found against
*> the id:
*>   outside shift hours  - any activity before the shift starts or
*>                          from the hour it ends, one line per day.
*>                          RNSHFT gives the shift as hhhh, start and
*>                          end hour (default 0620: 06:00 to 20:00)
*>   failed sign-ons      - the id failed to sign on RNSGNLM times or
*>                          more in one day (default 3)
*>   cache refused        - every refused PURGE/SEED, with its reason
*>   not on access file   - the id did work in the log but is not on
*>                          RNACC today. an id with only failed
*>                          sign-ons is never on it and is left to the
*>                          failed sign-on check.
*> the report goes to RNOPSR. return code 4 when anything is flagged,
*> 8 when there is no catalog to read.

environment division.
input-output section.
file-control.
    select optional catalog-file assign to "RNAGC"
        organization is line sequential
        file status is cat-status.
    select optional generation-in assign to "RNAUDG"
        organization is line sequential
        file status is gen-status.
    select optional access-file assign to "RNACC"
        organization is line sequential
        file status is acc-status.
    select report-out assign to "RNOPSR"
        organization is line sequential.
    select sort-work assign to "RNOPWK".

data division.
file section.
fd  catalog-file.
    01 catalog-record.
       02 cat-date picture x(8).
       02 filler   picture x.
       02 cat-path picture x(111).
fd  generation-in.
    01 generation-record picture x(114).
fd  access-file.
    01 access-record.
       02 acc-id   picture x(8).
       02 filler   picture x.
       02 acc-auth picture x.
fd  report-out.
    01 report-record picture x(132).
sd  sort-work.
    01 sort-rec.
       02 sr-usr  picture x(8).
       02 sr-ts   picture x(14).
       02 sr-cat  picture x.
       02 sr-text picture x(30).

working-storage section.
77  cat-status picture xx.
77  gen-status picture xx.
77  acc-status picture xx.
77  eof      picture x value 'N'.
77  gen-eof  picture x value 'N'.
77  sort-eof picture x value 'N'.
77  cmd-args  picture x(80) value spaces.
77  from-date picture x(8) value spaces.
77  to-date   picture x(8) value spaces.

*> the audit line as the writers lay it out - same fixed columns
*> rnaudrpt reads.
01  audit-fields.
    02 aud-program picture x(6).
    02 filler      picture x(6).
    02 aud-text    picture x(30).
    02 filler      picture x(6).
    02 aud-temp    picture x(9).
    02 filler      picture x(5).
    02 aud-ret     picture x(2).
    02 filler      picture x(4).
    02 aud-ts      picture x(14).
    02 filler      picture x(5).
    02 aud-run     picture x(14).
    02 filler      picture x(5).
    02 aud-usr     picture x(8).

77  shift-start picture 99 value 6.
77  shift-end   picture 99 value 20.
77  fail-limit  picture 9(3) value 3.
77  env-work    picture x(8).
77  env-val     picture 9(8) usage is computational.
77  hour-num    picture 99.

*> the ids on RNACC today, for the not-on-access-file check.
77  access-loaded picture x value 'N'.
77  acc-count     picture s9(4) usage is computational value 0.
77  acc-overflow  picture 9(9) value 0.
77  ax            picture s9(4) usage is computational.
77  id-on-file    picture x.
01  access-table.
    02 acc-entry picture x(8) occurs 500 times.

77  gens-on-file   picture 9(9) value 0.
77  gens-in-range  picture 9(9) value 0.
77  gens-unread    picture 9(9) value 0.
77  lines-read     picture 9(9) value 0.
77  lines-no-user  picture 9(9) value 0.
77  lines-batch    picture 9(9) value 0.
77  operators-listed picture 9(9) value 0.
77  operators-flagged picture 9(9) value 0.
77  exceptions-flagged picture 9(9) value 0.

*> the operator in hand as the sorted lines stream past, and the day
*> within it - failed sign-ons and off-shift activity are judged a day
*> at a time.
77  cur-user   picture x(8) value spaces.
77  cur-day    picture x(8) value spaces.
77  op-active  picture x value 'N'.
77  day-fails  picture 9(5) value 0.
77  day-off    picture 9(5) value 0.
77  off-first  picture x(4) value spaces.
77  off-last   picture x(4) value spaces.
01  op-counts.
    02 op-conv   picture 9(9).
    02 op-corr   picture 9(9).
    02 op-cache  picture 9(9).
    02 op-refuse picture 9(9).
    02 op-fails  picture 9(9).
    02 op-other  picture 9(9).
    02 op-off    picture 9(9).
01  all-counts.
    02 all-conv   picture 9(9) value 0.
    02 all-corr   picture 9(9) value 0.
    02 all-cache  picture 9(9) value 0.
    02 all-refuse picture 9(9) value 0.
    02 all-fails  picture 9(9) value 0.
    02 all-other  picture 9(9) value 0.
    02 all-off    picture 9(9) value 0.

*> an operator's exceptions are found while the lines stream past but
*> print under the operator's totals, so they wait here.
77  exc-count    picture s9(4) usage is computational value 0.
77  exc-overflow picture 9(5) value 0.
77  ex           picture s9(4) usage is computational.
01  exception-table.
    02 exc-entry picture x(106) occurs 60 times.

77  date-source picture x(8).
77  when-date  picture x(10).
77  count-disp picture zzz9.

*> same page header / run date / page number conventions as rnrpthd.
01  title-line.
    02 filler picture x(11) value spaces.
    02 filler picture x(26) value 'operator activity report  '.

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

01  section-line.
    02 filler picture x value space.
    02 section-title picture x(44).

01  col-heads-1.
    02 filler picture x(10) value ' operator'.
    02 filler picture x(12) value '     inquiry'.
    02 filler picture x(12) value '    suspense'.
    02 filler picture x(12) value '       cache'.
    02 filler picture x(12) value '       cache'.
    02 filler picture x(12) value '      failed'.
    02 filler picture x(12) value '       other'.
    02 filler picture x(12) value '   off-shift'.

01  col-heads-2.
    02 filler picture x(10) value spaces.
    02 filler picture x(12) value ' conversions'.
    02 filler picture x(12) value ' corrections'.
    02 filler picture x(12) value ' maintenance'.
    02 filler picture x(12) value '     refused'.
    02 filler picture x(12) value '    sign-ons'.
    02 filler picture x(12) value ' maintenance'.
    02 filler picture x(12) value '     actions'.

01  operator-line.
    02 filler    picture x value space.
    02 ol-user   picture x(8).
    02 filler    picture x value space.
    02 filler    picture x value space.
    02 ol-conv   picture zzz,zzz,zz9.
    02 filler    picture x value space.
    02 ol-corr   picture zzz,zzz,zz9.
    02 filler    picture x value space.
    02 ol-cache  picture zzz,zzz,zz9.
    02 filler    picture x value space.
    02 ol-refuse picture zzz,zzz,zz9.
    02 filler    picture x value space.
    02 ol-fails  picture zzz,zzz,zz9.
    02 filler    picture x value space.
    02 ol-other  picture zzz,zzz,zz9.
    02 filler    picture x value space.
    02 ol-off    picture zzz,zzz,zz9.

01  exception-line.
    02 filler    picture x(11) value spaces.
    02 el-kind   picture x(24).
    02 el-date   picture x(10).
    02 filler    picture x value space.
    02 el-detail picture x(60).

01  count-line.
    02 filler picture x value space.
    02 cl-label picture x(32).
    02 filler   picture x value ':'.
    02 cl-count picture zzz,zzz,zz9.

01  note-line.
    02 filler picture x value space.
    02 nl-text picture x(120).

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
        into from-date, to-date
    if to-date = spaces
        move all '9' to to-date
    end-if

    open output report-out
    perform write-report-headers

    open input catalog-file
    if cat-status not = '00'
        if cat-status = '05'
            close catalog-file
        end-if
        move 'no generation catalog on hand - rnaudarc keeps it'
            to nl-text
        move note-line to print-buffer
        perform write-one-line
        move 8 to return-code
    else
        perform load-access-ids
        perform print-report-scope
        move col-heads-1 to print-buffer
        perform write-one-line
        move col-heads-2 to print-buffer
        perform write-one-line
        sort sort-work
            on ascending key sr-usr sr-ts
            input procedure is read-generations
            output procedure is print-operator-activity
        close catalog-file
        perform print-activity-summary
        if exceptions-flagged > 0
            move 4 to return-code
        end-if
    end-if

    close report-out.
    stop run.

initialize-report.
    move function current-date to date-work
    string date-work(5:2) delimited by size
           '/'        delimited by size
           date-work(7:2) delimited by size
           '/'        delimited by size
           date-work(3:2) delimited by size
        into run-date.

*> RNSHFT is the shift as start and end hour, hhhh; one that does not
*> make a shift (not numeric, end not after start, past 24) is left
*> at the default. RNSGNLM is the failed sign-ons a day that flag.
get-run-options.
    move spaces to env-work
    accept env-work from environment "RNSHFT"
        on exception continue
    end-accept
    if env-work(1:4) is numeric
        if env-work(1:2) < env-work(3:2) and env-work(3:2) <= '24'
            move env-work(1:2) to shift-start
            move env-work(3:2) to shift-end
        end-if
    end-if

    move spaces to env-work
    accept env-work from environment "RNSGNLM"
        on exception continue
    end-accept
    if env-work not = spaces
        compute env-val = function numval(env-work)
        if env-val > 0 and env-val < 1000
            move env-val to fail-limit
        end-if
    end-if.

*> with no access file there is nothing to check ids against; the
*> report says so rather than flag every id in the log.
load-access-ids.
    open input access-file
    if acc-status = '00'
        move 'Y' to access-loaded
        perform until eof = 'Y'
            read access-file
                at end
                    move 'Y' to eof
                not at end
                    if acc-id not = spaces
                        if acc-count < 500
                            add 1 to acc-count
                            move function upper-case(acc-id)
                                to acc-entry(acc-count)
                        else
                            add 1 to acc-overflow
                        end-if
                    end-if
            end-read
        end-perform
        move 'N' to eof
        close access-file
    else
        if acc-status = '05'
            close access-file
        end-if
    end-if.

print-report-scope.
    move spaces to nl-text
    evaluate true
        when from-date = spaces and to-date = all '9'
            move 'every generation on the catalog' to nl-text
        when to-date = all '9'
            string 'generations dated from ' delimited by size
                   from-date delimited by size
                into nl-text
        when from-date = spaces
            string 'generations dated up to ' delimited by size
                   to-date delimited by size
                into nl-text
        when other
            string 'generations dated ' delimited by size
                   from-date delimited by size
                   ' to '    delimited by size
                   to-date   delimited by size
                into nl-text
    end-evaluate
    move note-line to print-buffer
    perform write-one-line

    move spaces to nl-text
    move fail-limit to count-disp
    string 'shift hours ' delimited by size
           shift-start   delimited by size
           ':00 to '     delimited by size
           shift-end     delimited by size
           ':00, failed sign-ons flagged at' delimited by size
           count-disp    delimited by size
           ' a day'      delimited by size
        into nl-text
    move note-line to print-buffer
    perform write-one-line

    if access-loaded = 'N'
        move 'no access file on hand - ids not checked against RNACC'
            to nl-text
        move note-line to print-buffer
        perform write-one-line
    end-if
    if acc-overflow > 0
        move 'access file holds more than 500 ids - first 500 checked'
            to nl-text
        move note-line to print-buffer
        perform write-one-line
    end-if
    move spaces to print-buffer
    perform write-one-line.

*> the catalog is walked in the order it was written; each generation
*> dated in the range is read through RNAUDG the way rnaudarc writes
*> it. a generation retired (emptied) or gone simply reads nothing.
read-generations.
    perform until eof = 'Y'
        read catalog-file
            at end
                move 'Y' to eof
            not at end
                if catalog-record not = spaces
                    add 1 to gens-on-file
                    if cat-date >= from-date and cat-date <= to-date
                        add 1 to gens-in-range
                        perform read-one-generation
                    end-if
                end-if
        end-read
    end-perform
    move 'N' to eof.

read-one-generation.
    set environment "RNAUDG" to cat-path
    open input generation-in
    if gen-status = '00'
        move 'N' to gen-eof
        perform until gen-eof = 'Y'
            read generation-in into audit-fields
                at end
                    move 'Y' to gen-eof
                not at end
                    add 1 to lines-read
                    perform select-one-line
            end-read
        end-perform
        close generation-in
    else
        if gen-status = '05'
            close generation-in
        end-if
        add 1 to gens-unread
    end-if.

select-one-line.
    if aud-usr = spaces
        add 1 to lines-no-user
    else
        move function upper-case(aud-usr) to sr-usr
        move aud-ts to sr-ts
        move aud-text to sr-text
        evaluate aud-program
            when 'RNCONV'
            when 'RNDCNV'
                move 'C' to sr-cat
            when 'RNSCOR'
            when 'RNWOFF'
                move 'S' to sr-cat
            when 'RNCACH'
            when 'RNCVER'
                move 'M' to sr-cat
            when 'RNREFU'
                move 'R' to sr-cat
            when 'RNSGNF'
                move 'F' to sr-cat
            when other
                move 'O' to sr-cat
        end-evaluate
        if sr-cat = 'C' and aud-run not = spaces
            add 1 to lines-batch
        else
            release sort-rec
        end-if
    end-if.

*> the sort hands each operator's lines back together in time order,
*> so a change of id is a finished operator and a change of date
*> within one is a finished day.
print-operator-activity.
    move 'N' to sort-eof
    perform until sort-eof = 'Y'
        return sort-work
            at end
                move 'Y' to sort-eof
                if cur-user not = spaces
                    perform finish-operator
                end-if
            not at end
                if sr-usr not = cur-user
                    if cur-user not = spaces
                        perform finish-operator
                    end-if
                    perform start-operator
                end-if
                perform take-one-line
        end-return
    end-perform
    if operators-listed = 0
        move 'no operator activity in the generations read'
            to nl-text
        move note-line to print-buffer
        perform write-one-line
    else
        perform print-all-operators
    end-if.

start-operator.
    move sr-usr to cur-user
    move spaces to cur-day
    move 'N' to op-active
    initialize op-counts
    move 0 to exc-count
    move 0 to exc-overflow
    move 0 to day-fails
    move 0 to day-off.

take-one-line.
    if sr-ts(1:8) not = cur-day
        if cur-day not = spaces
            perform close-operator-day
        end-if
        move sr-ts(1:8) to cur-day
        move 0 to day-fails
        move 0 to day-off
    end-if

    evaluate sr-cat
        when 'C' add 1 to op-conv
        when 'S' add 1 to op-corr
        when 'M' add 1 to op-cache
        when 'R' add 1 to op-refuse
        when 'F' add 1 to op-fails
                 add 1 to day-fails
        when other add 1 to op-other
    end-evaluate
    if sr-cat not = 'F'
        move 'Y' to op-active
    end-if

    if sr-cat = 'R'
        move sr-ts(1:8) to date-source
        perform edit-when-date
        move spaces to exception-line
        move 'cache refused' to el-kind
        move when-date to el-date
        string sr-ts(9:2) delimited by size
               ':'        delimited by size
               sr-ts(11:2) delimited by size
               ' '        delimited by size
               sr-text    delimited by size
            into el-detail
        perform add-exception
    end-if

    if sr-ts(9:2) is numeric
        move sr-ts(9:2) to hour-num
        if hour-num < shift-start or hour-num >= shift-end
            add 1 to op-off
            add 1 to day-off
            if day-off = 1
                move sr-ts(9:4) to off-first
            end-if
            move sr-ts(9:4) to off-last
        end-if
    end-if.

close-operator-day.
    move cur-day to date-source
    perform edit-when-date
    if day-fails >= fail-limit
        move spaces to exception-line
        move 'repeated failed sign-on' to el-kind
        move when-date to el-date
        move day-fails to count-disp
        string count-disp delimited by size
               ' failed sign-ons under this id' delimited by size
            into el-detail
        perform add-exception
    end-if
    if day-off > 0
        move spaces to exception-line
        move 'outside shift hours' to el-kind
        move when-date to el-date
        move day-off to count-disp
        string count-disp      delimited by size
               ' actions from ' delimited by size
               off-first(1:2)  delimited by size
               ':'             delimited by size
               off-first(3:2)  delimited by size
               ' to '          delimited by size
               off-last(1:2)   delimited by size
               ':'             delimited by size
               off-last(3:2)   delimited by size
            into el-detail
        perform add-exception
    end-if.

edit-when-date.
    move spaces to when-date
    string date-source(1:4) delimited by size
           '-'              delimited by size
           date-source(5:2) delimited by size
           '-'              delimited by size
           date-source(7:2) delimited by size
        into when-date.

add-exception.
    add 1 to exceptions-flagged
    if exc-count < 60
        add 1 to exc-count
        move exception-line to exc-entry(exc-count)
    else
        add 1 to exc-overflow
    end-if.

finish-operator.
    perform close-operator-day
    if access-loaded = 'Y' and op-active = 'Y'
        move 'N' to id-on-file
        perform varying ax from 1 by 1 until ax > acc-count
            if acc-entry(ax) = cur-user
                move 'Y' to id-on-file
            end-if
        end-perform
        if id-on-file = 'N'
            move spaces to exception-line
            move 'not on access file' to el-kind
            move 'work logged under an id RNACC no longer holds'
                to el-detail
            perform add-exception
        end-if
    end-if

    move cur-user  to ol-user
    move op-conv   to ol-conv
    move op-corr   to ol-corr
    move op-cache  to ol-cache
    move op-refuse to ol-refuse
    move op-fails  to ol-fails
    move op-other  to ol-other
    move op-off    to ol-off
    move operator-line to print-buffer
    perform write-one-line
    perform varying ex from 1 by 1 until ex > exc-count
        move exc-entry(ex) to print-buffer
        perform write-one-line
    end-perform
    if exc-overflow > 0
        move spaces to exception-line
        move 'further exceptions' to el-kind
        move exc-overflow to count-disp
        string count-disp delimited by size
               ' more not listed' delimited by size
            into el-detail
        move exception-line to print-buffer
        perform write-one-line
    end-if

    add 1 to operators-listed
    if exc-count > 0
        add 1 to operators-flagged
    end-if
    add op-conv   to all-conv
    add op-corr   to all-corr
    add op-cache  to all-cache
    add op-refuse to all-refuse
    add op-fails  to all-fails
    add op-other  to all-other
    add op-off    to all-off.

print-all-operators.
    move spaces to print-buffer
    perform write-one-line
    move 'ALL' to ol-user
    move all-conv   to ol-conv
    move all-corr   to ol-corr
    move all-cache  to ol-cache
    move all-refuse to ol-refuse
    move all-fails  to ol-fails
    move all-other  to ol-other
    move all-off    to ol-off
    move operator-line to print-buffer
    perform write-one-line.

print-activity-summary.
    move spaces to print-buffer
    perform write-one-line
    move '--------------- summary --------------------'
        to section-title
    move section-line to print-buffer
    perform write-one-line
    move 'generations on the catalog' to cl-label
    move gens-on-file to cl-count
    move count-line to print-buffer
    perform write-one-line
    move 'generations in the range' to cl-label
    move gens-in-range to cl-count
    move count-line to print-buffer
    perform write-one-line
    move 'generations that would not open' to cl-label
    move gens-unread to cl-count
    move count-line to print-buffer
    perform write-one-line
    move 'audit lines read' to cl-label
    move lines-read to cl-count
    move count-line to print-buffer
    perform write-one-line
    move 'lines with no operator id' to cl-label
    move lines-no-user to cl-count
    move count-line to print-buffer
    perform write-one-line
    move 'batch run conversions passed' to cl-label
    move lines-batch to cl-count
    move count-line to print-buffer
    perform write-one-line
    move 'operators listed' to cl-label
    move operators-listed to cl-count
    move count-line to print-buffer
    perform write-one-line
    move 'operators with exceptions' to cl-label
    move operators-flagged to cl-count
    move count-line to print-buffer
    perform write-one-line
    move 'exceptions flagged' to cl-label
    move exceptions-flagged to cl-count
    move count-line to print-buffer
    perform write-one-line.

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
