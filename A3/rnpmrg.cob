      >>SOURCE FORMAT FREE
identification division.
program-id. rnpmrg.

*> 2026-10-15  the partitions now refuse a control-card entry that
*> repeats an earlier one before processing it, so a repeat no
*> longer reaches the merge. the in-run check here stays as a guard
*> and passes over an entry let through on RNDUPOK (override O),
*> which the operator asked for.
*> 2026-10-15  a run whose period rnclose has closed on RNPER is
*> refused here before the partitions are checked - each partition
*> refuses it too and never closes its summary, and "restart the
*> partition" would be refused the same way every time. the console
*> gives romanbatch's message and the run ends 12. and each item
*> merged from a partition's suspense copy onto RNSUSP is deleted
*> from the copy, so the copies hold only what has yet to merge
*> instead of every night's items for good.
*> 2026-10-15  posts the merged department subtotals to the RNDHST
*> department history under the run identifier and its period, the
*> posting romanbatch makes for a run of its own.
*> 2026-10-15  enters the input files the partitions took in on the
*> RNFREG processed-files register (their F records - the partitions
*> only read the register). the partitions cannot see one another's
*> files, so two control-card entries with the same contents dealt
*> to different partitions both go in; the merge finds them as it
*> registers, names them on the console and ends condition code
*> 10, the code romanbatch refuses a repeat with.
*> a partition that refused a file ends 10 and so does the merge.
*> 2026-10-15  merge step of a partitioned romanbatch run. the
*> partitions (RNPART 1 to RNPARTS, all under the run identifier in
*> RNRUNID) each leave their report, extract, suspense and summary
*> in .pNN copies of the usual files; this step checks that every
*> partition's RNPSUM summary closes on its P record for the run -
*> any that doesn't is named on the console and the step ends 12
*> with nothing written, so the failed partition can be restarted
*> from its own checkpoint and the merge run again - and then puts
*> one run back together:
*>   RNOUT   the partition reports one after another, the pages
*>           renumbered straight through, then one grand total page
*>           over the whole run (with the department and
*>           normalization pages when the partitions printed them),
*>           so rnrecon and rnmorn read one report for one run
*>   RNEXT   one header, every partition's detail, one trailer -
*>           only when RNEXT is set, as in romanbatch
*>   RNSUSP  the run's suspense items from each partition's copy
*>   RNITEM  the item value postings the partitions handed over
*>   RNSTAT  the cache counters summed
*>   RNHIST  the single run-history record
*>   RNRUNC  the STARTED and ENDED records for the run as a whole
*> the condition code is romanbatch's own rule over the merged
*> totals (RNRJTH threshold), or 12 when any partition ended 12.
*> every output is rebuilt or keyed on the run, so the step can be
*> run again over the same partitions without doubling anything.

environment division.
input-output section.
file-control.
    select optional psum-in assign to "RNPSIN"
        organization is line sequential
        file status is psum-status.
    select optional part-report assign to "RNPOUT"
        organization is line sequential
        file status is pout-status.
    select roman-out assign to "RNOUT"
        organization is line sequential
        file status is out-status.
    select optional part-extract assign to "RNPEXT"
        organization is line sequential
        file status is pext-status.
    select roman-extract assign to "RNEXT"
        organization is line sequential
        file status is ext-status.
    select optional part-suspense assign to "RNPSSP"
        organization is indexed
        access mode is sequential
        record key is psr-key
        file status is pssp-status.
    select optional suspense-file assign to "RNSUSP"
        organization is indexed
        access mode is dynamic
        record key is susp-key
        file status is susp-status.
    select optional item-master assign to "RNITEM"
        organization is indexed
        access mode is dynamic
        record key is item-key
        file status is item-status.
    select optional run-history assign to "RNHIST"
        organization is indexed
        access mode is dynamic
        record key is hist-key
        file status is hist-status.
    select optional run-control assign to "RNRUNC"
        organization is line sequential
        file status is runc-status.
    select optional file-register assign to "RNFREG"
        organization is indexed
        access mode is dynamic
        record key is freg-key
        file status is freg-status.
    select optional dept-history assign to "RNDHST"
        organization is indexed
        access mode is dynamic
        record key is dhst-key
        file status is dhst-status.
    select optional period-file assign to "RNPER"
        organization is indexed
        access mode is dynamic
        record key is per-period
        file status is per-status.
    select stats-out assign to "RNSTAT"
        organization is line sequential
        file status is stat-status.

data division.
file section.
fd psum-in.
copy "rnpsum".
fd part-report.
    01 part-line picture x(132).
fd roman-out.
    01 out-record picture x(132).
fd part-extract.
    01 part-ext-record picture x(80).
fd roman-extract.
    01 extract-record picture x(80).
*> a partition's suspense copy is read as plain records under the
*> rnsusp key; each one moves whole into the shared layout.
fd part-suspense.
    01 part-susp-record.
       02 psr-key  picture x(26).
       02 filler   picture x(221).
fd suspense-file.
copy "rnsusp".
fd item-master.
copy "rnitem".
fd run-history.
copy "rnhist".
fd run-control.
    01 run-control-record picture x(43).
fd stats-out.
    01 stats-record picture x(30).
fd file-register.
copy "rnfreg".
fd dept-history.
copy "rndhst".
fd period-file.
copy "rnper".

working-storage section.
77  psum-status picture xx.
77  pout-status picture xx.
77  out-status  picture xx.
77  pext-status picture xx.
77  ext-status  picture xx.
77  pssp-status picture xx.
77  susp-status picture xx.
77  item-status picture xx.
77  hist-status picture xx.
77  runc-status picture xx.
77  stat-status picture xx.
77  freg-status picture xx.
77  freg-open   picture x value 'N'.
77  dhst-status picture xx.
77  run-period  picture x(6) value spaces.
77  per-status  picture xx.
77  period-closed picture x value 'N'.
77  closed-date picture x(8) value spaces.
77  closed-by   picture x(8) value spaces.
77  reg-eof     picture x value 'N'.
77  repeat-count picture 9(3) value 0.
77  eof picture x value 'N'.

77  run-id       picture x(14) value spaces.
77  run-stamp    picture x(14) value spaces.
77  part-count   picture 99 value 0.
77  px           picture 99 value 0.
77  part-done    picture x value 'N'.
77  missing-count picture 99 value 0.
77  part-suffix  picture x(4) value spaces.
77  part-env     picture x(8) value spaces.
77  part-target  picture x(8) value spaces.
77  part-base    picture x(128) value spaces.
77  part-path    picture x(132) value spaces.
77  path-len     picture s9(3) usage is computational.
77  space-count  picture s9(3) usage is computational.
77  env-work     picture x(8).
77  env-val      picture 9(8) usage is computational.
77  reject-threshold picture 9(8) value 100.
77  extract-mode picture x value 'N'.
77  extract-check picture x(8) value spaces.
*> suspense and item master lifecycle, the same as romanbatch's: N
*> not yet opened, Y open, X failed to open.
77  susp-open    picture x value 'N'.
77  item-open    picture x value 'N'.
*> the partition's P record, held while the rest of its file is read.
77  held-summary picture x(300).

*> the run as a whole, summed over the partitions' P records.
77  file-count     picture 9(3) value 0.
77  grand-accepted picture 9(9) value 0.
77  grand-rejected picture 9(9) value 0.
77  grand-sum      picture s9(15) usage is computational value 0.
77  run-hits       picture 9(9) value 0.
77  run-misses     picture 9(9) value 0.
77  run-cc         picture 9(2) value 0.
77  high-cc        picture 9(2) value 0.
77  inv-mode       picture x value 'N'.
77  norm-mode      picture x value 'N'.
77  norm-case-count  picture 9(9) value 0.
77  norm-blank-count picture 9(9) value 0.
77  norm-both-count  picture 9(9) value 0.
77  dept-overflow  picture 9(9) value 0.
77  first-start    picture x(14) value spaces.
77  work-count     picture 9(9).

*> one partition's department subtotals, then the run's. a partition
*> restarted while it was writing them can carry a department twice,
*> so a repeat replaces the earlier line rather than adding to it.
77  pend-count picture 9(3) value 0.
01  pend-table.
    02 pend-entry occurs 100 times.
       03 pn-code     picture x(4).
       03 pn-name     picture x(30).
       03 pn-accepted picture 9(9).
       03 pn-rejected picture 9(9).
       03 pn-sum      picture s9(15) usage is computational.
77  pn       picture s9(3) usage is computational.
77  dept-count picture 9(3) value 0.
77  dx       picture s9(3) usage is computational.
77  found-dx picture s9(3) usage is computational.
01  dept-totals-table.
    02 dept-entry occurs 100 times.
       03 dt-code     picture x(4).
       03 dt-name     picture x(30).
       03 dt-accepted picture 9(9).
       03 dt-rejected picture 9(9).
       03 dt-sum      picture s9(15) usage is computational.

copy "rnrpthd".

copy "rnrpttl".

01  runctl-start-line.
    02 rcs-run-id picture x(14).
    02 filler     picture x(9) value ' STARTED '.
    02 rcs-ts     picture x(14).
01  runctl-end-line.
    02 rce-run-id picture x(14).
    02 filler     picture x(9) value ' ENDED   '.
    02 rce-ts     picture x(14).
    02 filler     picture x(4) value ' cc='.
    02 rce-cc     picture 99.

01  stats-line.
    02 filler      picture x(5) value 'HITS='.
    02 sl-hits     picture 9(9).
    02 filler      picture x(6) value ' MISS='.
    02 sl-misses   picture 9(9).

01  ext-header.
    02 filler picture x value 'H'.
    02 eh-run-date picture x(8).
    02 eh-run-id picture x(14).
    02 filler picture x(57) value spaces.
01  ext-trailer.
    02 filler picture x value 'T'.
    02 et-accepted picture 9(9).
    02 et-rejected picture 9(9).
    02 et-sum picture s9(15) sign is leading separate.
    02 filler picture x(45) value spaces.

procedure division.

main-line.
    perform get-run-options
    perform check-period-open
    perform check-partitions
    if missing-count > 0
        display 'rnpmrg: ' missing-count ' partition(s) of run '
            run-id ' not finished - nothing merged' upon console
        move 12 to return-code
        stop run
    end-if

    perform write-run-start
    perform merge-reports
    if extract-mode = 'Y'
        perform merge-extracts
    end-if
    perform merge-suspense
    perform apply-item-postings
    perform write-cache-stats

    if high-cc >= 12
        move 12 to run-cc
    else
        evaluate true
            when high-cc = 10 or repeat-count > 0
                move 10 to run-cc
            when grand-rejected > reject-threshold
                move 8 to run-cc
            when grand-rejected > 0
                move 4 to run-cc
            when other
                move 0 to run-cc
        end-evaluate
    end-if

    perform post-run-history
    if dept-count > 0
        perform post-dept-history
    end-if
    perform write-run-end

    move run-cc to return-code
    stop run.

*> the run identifier and partition count are the ones the
*> partitions ran under; the run date on the pages and the extract
*> header comes from the identifier, so it is the partitions' date.
get-run-options.
    accept run-id from environment "RNRUNID"
        on exception continue
    end-accept
    if run-id = spaces
        display 'rnpmrg: RNRUNID must name the partitioned run'
            upon console
        move 12 to return-code
        stop run
    end-if
    move run-id to run-stamp
    string run-id(5:2) delimited by size
           '/'         delimited by size
           run-id(7:2) delimited by size
           '/'         delimited by size
           run-id(3:2) delimited by size
        into run-date

    move spaces to env-work
    accept env-work from environment "RNPARTS"
        on exception continue
    end-accept
    compute env-val = function numval(env-work)
    if env-val < 1 or env-val > 99
        display 'rnpmrg: RNPARTS must give the partition count (1-99)'
            upon console
        move 12 to return-code
        stop run
    end-if
    move env-val to part-count

    move spaces to env-work
    accept env-work from environment "RNRJTH"
        on exception continue
    end-accept
    if env-work not = spaces
        compute reject-threshold = function numval(env-work)
    end-if

    accept extract-check from environment "RNEXT"
        on exception continue
    end-accept
    if extract-check not = spaces
        move 'Y' to extract-mode
    end-if.

*> points the work name part-target at partition px's copy of the
*> file romanbatch knows as part-env - the same path with .pNN on
*> the end, built the same way the partition built it.
point-partition-file.
    move spaces to part-suffix
    string '.p' delimited by size
           px   delimited by size
        into part-suffix
    move spaces to part-base
    accept part-base from environment part-env
        on exception continue
    end-accept
    if part-base = spaces
        move part-env to part-base
    end-if
    move 128 to path-len
    move 0 to space-count
    inspect function reverse(part-base)
        tallying space-count for leading spaces
    subtract space-count from path-len
    move spaces to part-path
    string part-base(1:path-len) delimited by size
           part-suffix delimited by size
        into part-path
    set environment part-target to part-path.

*> the same test romanbatch makes, on the run identifier's year and
*> month. a refused run still gets its STARTED and ENDED cc=12 pair,
*> as a single-stream run refused the same way would, so rnmorn
*> shows it.
check-period-open.
    move run-id(1:6) to run-period
    open input period-file
    if per-status = '00'
        move run-period to per-period
        read period-file
            invalid key
                continue
            not invalid key
                if per-state = 'C'
                    move 'Y' to period-closed
                    move per-closed-date to closed-date
                    move per-closed-by to closed-by
                end-if
        end-read
        close period-file
    else
        if per-status = '05'
            close period-file
        end-if
    end-if
    if period-closed = 'Y'
        display 'rnpmrg: period ' run-period ' was closed '
            closed-date ' by ' closed-by
            ' - run refused' upon console
        move function current-date(1:14) to first-start
        perform write-run-start
        move 12 to run-cc
        perform write-run-end
        move 12 to return-code
        stop run
    end-if.

*> read-only pass over every partition summary. totals and
*> department lines only count from a partition whose P record for
*> this run is on file.
check-partitions.
    perform check-one-partition
        varying px from 1 by 1 until px > part-count.

check-one-partition.
    move 'N' to part-done
    move 0 to pend-count
    move 'RNPSUM' to part-env
    move 'RNPSIN' to part-target
    perform point-partition-file
    open input psum-in
    if psum-status = '00'
        perform until eof = 'Y'
            read psum-in
                at end
                    move 'Y' to eof
                not at end
                    perform take-summary-record
            end-read
        end-perform
        close psum-in
        move 'N' to eof
    end-if
    if part-done = 'Y'
        move held-summary to psum-record
        perform add-partition-totals
        perform varying pn from 1 by 1 until pn > pend-count
            perform add-run-department
        end-perform
    else
        add 1 to missing-count
        display 'rnpmrg: partition ' px ' of run ' run-id
            ' has not finished - restart it before the merge'
            upon console
    end-if.

take-summary-record.
    evaluate ps-type
        when 'D'
            perform hold-partition-department
        when 'P'
            if pp-run-id = run-id and pp-part = px
                and pp-parts = part-count
                move 'Y' to part-done
                move psum-record to held-summary
            end-if
        when other
            continue
    end-evaluate.

hold-partition-department.
    move 0 to found-dx
    perform varying pn from 1 by 1
        until pn > pend-count or found-dx > 0
        if pn-code(pn) = pd-code
            move pn to found-dx
        end-if
    end-perform
    if found-dx = 0
        if pend-count < 100
            add 1 to pend-count
            move pend-count to found-dx
        end-if
    end-if
    if found-dx > 0
        move pd-code     to pn-code(found-dx)
        move pd-name     to pn-name(found-dx)
        move pd-accepted to pn-accepted(found-dx)
        move pd-rejected to pn-rejected(found-dx)
        move pd-sum      to pn-sum(found-dx)
    else
        add pd-accepted to dept-overflow
        add pd-rejected to dept-overflow
    end-if.

add-partition-totals.
    move pp-file-count to file-count
    add pp-accepted to grand-accepted
    add pp-rejected to grand-rejected
    add pp-sum      to grand-sum
    add pp-hits     to run-hits
    add pp-misses   to run-misses
    if pp-cc > high-cc
        move pp-cc to high-cc
    end-if
    if pp-inv-mode = 'Y'
        move 'Y' to inv-mode
    end-if
    if pp-norm-mode = 'Y'
        move 'Y' to norm-mode
    end-if
    add pp-norm-case  to norm-case-count
    add pp-norm-blank to norm-blank-count
    add pp-norm-both  to norm-both-count
    add pp-dept-overflow to dept-overflow
    if first-start = spaces or pp-start-ts < first-start
        move pp-start-ts to first-start
    end-if.

*> departments go into the run table in first-seen order, partition
*> by partition, the way romanbatch fills its own.
add-run-department.
    move 0 to found-dx
    perform varying dx from 1 by 1
        until dx > dept-count or found-dx > 0
        if dt-code(dx) = pn-code(pn)
            move dx to found-dx
        end-if
    end-perform
    if found-dx = 0
        if dept-count < 100
            add 1 to dept-count
            move dept-count to found-dx
            move pn-code(pn) to dt-code(found-dx)
            move pn-name(pn) to dt-name(found-dx)
            move 0 to dt-accepted(found-dx)
            move 0 to dt-rejected(found-dx)
            move 0 to dt-sum(found-dx)
        end-if
    end-if
    if found-dx > 0
        add pn-accepted(pn) to dt-accepted(found-dx)
        add pn-rejected(pn) to dt-rejected(found-dx)
        add pn-sum(pn)      to dt-sum(found-dx)
    else
        add pn-accepted(pn) to dept-overflow
        add pn-rejected(pn) to dept-overflow
    end-if.

*> the run control gets the run's own STARTED record, stamped with
*> the earliest partition start, ahead of the ENDED the merge writes
*> last - the pair rnmorn and the run script look for.
write-run-start.
    open extend run-control
    if runc-status = '00' or runc-status = '05'
        move run-id to rcs-run-id
        move first-start to rcs-ts
        write run-control-record from runctl-start-line
        close run-control
    else
        display 'rnpmrg: run control failed to open, status '
            runc-status upon console
    end-if.

write-run-end.
    open extend run-control
    if runc-status = '00' or runc-status = '05'
        move run-id to rce-run-id
        move function current-date(1:14) to rce-ts
        move run-cc to rce-cc
        write run-control-record from runctl-end-line
        close run-control
    else
        display 'rnpmrg: run control failed to open, status '
            runc-status upon console
    end-if.

*> each partition's report follows the one before, with every page
*> header renumbered so the merged report pages straight through.
merge-reports.
    open output roman-out
    if out-status not = '00'
        display 'rnpmrg: report file failed to open, status '
            out-status upon console
        move 12 to return-code
        stop run
    end-if
    perform copy-partition-report
        varying px from 1 by 1 until px > part-count
    perform write-grand-total
    if inv-mode = 'Y'
        perform write-dept-totals
    end-if
    if norm-mode = 'Y'
        perform write-norm-summary
    end-if
    close roman-out.

copy-partition-report.
    move 'RNOUT' to part-env
    move 'RNPOUT' to part-target
    perform point-partition-file
    open input part-report
    if pout-status = '00'
        perform until eof = 'Y'
            read part-report
                at end
                    move 'Y' to eof
                not at end
                    perform copy-report-line
            end-read
        end-perform
        close part-report
        move 'N' to eof
    end-if.

copy-report-line.
    if part-line(1:11) = ' run date: '
        move run-date to ph-run-date
        move page-num to ph-page-num
        write out-record from page-header-line after advancing 1 line
        add 1 to page-num
        move 0 to line-count
    else
        write out-record from part-line after advancing 1 line
        add 1 to line-count
    end-if.

write-report-headers.
    move run-date to ph-run-date
    move page-num to ph-page-num
    write out-record from page-header-line after advancing 1 line
    write out-record from title-line after advancing 1 line
    write out-record from underline-1 after advancing 1 line
    write out-record from col-heads after advancing 1 line
    write out-record from underline-2 after advancing 1 line
    write out-record from " " after advancing 1 line
    add 1 to page-num
    move 0 to line-count.

check-page-break.
    if line-count >= header-max
        perform write-report-headers
    end-if.

*> the grand page prints on every merged run, control card or not -
*> with the partitions' footers one after another on the report, it
*> is the grand totals rnrecon and rnmorn have to find last.
write-grand-total.
    perform write-report-headers
    move file-count to grand-files
    move grand-accepted to grand-accepted-out
    move grand-rejected to grand-rejected-out
    move grand-sum to grand-sum-out
    write out-record from grand-header after advancing 1 line
    write out-record from grand-line-0 after advancing 1 line
    write out-record from grand-line-1 after advancing 1 line
    write out-record from grand-line-2 after advancing 1 line
    write out-record from grand-line-3 after advancing 1 line.

write-norm-summary.
    write out-record from " " after advancing 1 line
    write out-record from norm-header after advancing 1 line
    move norm-case-count to norm-case-out
    write out-record from norm-line-1 after advancing 1 line
    move norm-blank-count to norm-blank-out
    write out-record from norm-line-2 after advancing 1 line
    move norm-both-count to norm-both-out
    write out-record from norm-line-3 after advancing 1 line
    add norm-case-count to norm-blank-count giving work-count
    add norm-both-count to work-count
    move work-count to norm-total-out
    write out-record from norm-line-4 after advancing 1 line
    add 6 to line-count.

write-dept-totals.
    perform write-report-headers
    write out-record from dept-totals-header after advancing 1 line
    add 1 to line-count
    perform varying dx from 1 by 1 until dx > dept-count
        perform write-one-dept-block
    end-perform
    if dept-overflow > 0
        write out-record from " " after advancing 1 line
        write out-record from
            ' records beyond department table not shown above'
            after advancing 1 line
        add 2 to line-count
    end-if.

write-one-dept-block.
    perform check-page-break
    write out-record from " " after advancing 1 line
    move dt-code(dx) to dh-code
    move dt-name(dx) to dh-name
    write out-record from dept-block-header after advancing 1 line
    move dt-accepted(dx) to dept-accepted-out
    write out-record from dept-line-1 after advancing 1 line
    move dt-rejected(dx) to dept-rejected-out
    write out-record from dept-line-2 after advancing 1 line
    move dt-sum(dx) to dept-sum-out
    write out-record from dept-line-3 after advancing 1 line
    add 5 to line-count.

*> one header and one trailer for the run; the partitions' details
*> go through between them and their own headers and trailers stay
*> behind.
merge-extracts.
    open output roman-extract
    if ext-status not = '00'
        display 'rnpmrg: extract file failed to open, status '
            ext-status upon console
        move 12 to return-code
        stop run
    end-if
    move run-date to eh-run-date
    move run-id to eh-run-id
    write extract-record from ext-header
    perform copy-partition-extract
        varying px from 1 by 1 until px > part-count
    move grand-accepted to et-accepted
    move grand-rejected to et-rejected
    move grand-sum to et-sum
    write extract-record from ext-trailer
    close roman-extract.

copy-partition-extract.
    move 'RNEXT' to part-env
    move 'RNPEXT' to part-target
    perform point-partition-file
    open input part-extract
    if pext-status = '00'
        perform until eof = 'Y'
            read part-extract
                at end
                    move 'Y' to eof
                not at end
                    if part-ext-record(1:1) = 'D'
                        write extract-record from part-ext-record
                    end-if
            end-read
        end-perform
        close part-extract
        move 'N' to eof
    end-if.

*> only this run's items move. each one comes off the partition's
*> copy once it is on RNSUSP, so the copy holds only items still to
*> merge - a partition restarted before the merge still finds its
*> own for the duplicate check. an item already on RNSUSP from an
*> earlier pass of the merge stays as it is, since a clerk may be
*> working it, and comes off the copy all the same. nothing comes
*> off while RNSUSP will not open.
merge-suspense.
    perform copy-partition-suspense
        varying px from 1 by 1 until px > part-count
    if susp-open = 'Y'
        close suspense-file
    end-if.

copy-partition-suspense.
    move 'RNSUSP' to part-env
    move 'RNPSSP' to part-target
    perform point-partition-file
    open i-o part-suspense
    if pssp-status = '00'
        perform until eof = 'Y'
            read part-suspense next record
                at end
                    move 'Y' to eof
                not at end
                    move part-susp-record to susp-record
                    if susp-stamp = run-id
                        perform post-suspense-item
                        if susp-open = 'Y'
                            delete part-suspense record
                        end-if
                    end-if
            end-read
        end-perform
        close part-suspense
        move 'N' to eof
    else
        if pssp-status = '05'
            close part-suspense
        end-if
    end-if.

post-suspense-item.
    if susp-open = 'N'
        perform open-suspense-file
    end-if
    if susp-open = 'Y'
        write susp-record
            invalid key
                continue
        end-write
    end-if.

open-suspense-file.
    open i-o suspense-file
    if susp-status = '35' or susp-status = '05'
        open output suspense-file
        close suspense-file
        open i-o suspense-file
    end-if
    if susp-status = '00'
        move 'Y' to susp-open
    else
        display 'rnpmrg: suspense file failed to open, status '
            susp-status upon console
        move 'X' to susp-open
    end-if.

apply-item-postings.
    perform apply-partition-postings
        varying px from 1 by 1 until px > part-count
    if item-open = 'Y'
        close item-master
    end-if
    if freg-open = 'Y'
        close file-register
    end-if.

apply-partition-postings.
    move 'RNPSUM' to part-env
    move 'RNPSIN' to part-target
    perform point-partition-file
    open input psum-in
    if psum-status = '00'
        perform until eof = 'Y'
            read psum-in
                at end
                    move 'Y' to eof
                not at end
                    evaluate ps-type
                        when 'I'
                            perform post-item-value
                        when 'F'
                            perform register-input-file
                        when other
                            continue
                    end-evaluate
            end-read
        end-perform
        close psum-in
        move 'N' to eof
    end-if.

*> romanbatch's own posting rule: the current appearance moves into
*> the prev fields only when the item last posted under some other
*> run, so a second pass of the merge just replaces the value again.
post-item-value.
    if item-open = 'N'
        perform open-item-master
    end-if
    if item-open = 'Y'
        move pi-dept to item-dept
        move pi-item to item-no
        read item-master
            invalid key
                move pi-dept   to item-dept
                move pi-item   to item-no
                move pi-value  to item-value
                move pi-text   to item-text
                move run-stamp to item-run-id
                move 0         to item-prev-value
                move spaces    to item-prev-text
                move spaces    to item-prev-run
                move run-stamp to item-first-run
                write item-record
                    invalid key
                        continue
                end-write
            not invalid key
                if item-run-id not = run-stamp
                    move item-value  to item-prev-value
                    move item-text   to item-prev-text
                    move item-run-id to item-prev-run
                    move run-stamp   to item-run-id
                end-if
                move pi-value to item-value
                move pi-text  to item-text
                rewrite item-record
        end-read
    end-if.

*> every range partition hands in the same entry for a file, so an
*> entry already on the register under this run and control-card
*> position is simply there already.
register-input-file.
    if freg-open = 'N'
        perform open-file-register
    end-if
    if freg-open = 'Y'
        if pf-override not = 'O'
            perform find-repeat-in-run
        end-if
        move pf-count     to freg-count
        move pf-hash      to freg-hash
        move run-id       to freg-run-id
        move pf-file-seq  to freg-file-seq
        move pf-path      to freg-path
        move pf-first     to freg-first
        move pf-last      to freg-last
        move run-id(1:8)  to freg-date
        move pf-override  to freg-override
        move pf-dup-of    to freg-dup-of
        write freg-record
            invalid key
                continue
        end-write
    end-if.

find-repeat-in-run.
    move pf-count to freg-count
    move pf-hash to freg-hash
    move run-id to freg-run-id
    move 0 to freg-file-seq
    move 'N' to reg-eof
    start file-register key is not less than freg-key
        invalid key
            move 'Y' to reg-eof
    end-start
    perform until reg-eof = 'Y'
        read file-register next record
            at end
                move 'Y' to reg-eof
            not at end
                if freg-count not = pf-count or freg-hash not = pf-hash
                    or freg-run-id not = run-id
                    move 'Y' to reg-eof
                else
                    if freg-file-seq not = pf-file-seq
                        and freg-first = pf-first
                        and freg-last = pf-last
                        add 1 to repeat-count
                        display 'rnpmrg: input file ' pf-file-seq
                            ' repeats entry ' freg-file-seq
                            ' of this run - both were processed'
                            upon console
                        move 'Y' to reg-eof
                    end-if
                end-if
        end-read
    end-perform.

open-file-register.
    open i-o file-register
    if freg-status = '35' or freg-status = '05'
        open output file-register
        close file-register
        open i-o file-register
    end-if
    if freg-status = '00'
        move 'Y' to freg-open
    else
        display 'rnpmrg: file register failed to open, status '
            freg-status upon console
        move 'X' to freg-open
    end-if.

open-item-master.
    open i-o item-master
    if item-status = '35' or item-status = '05'
        open output item-master
        close item-master
        open i-o item-master
    end-if
    if item-status = '00'
        move 'Y' to item-open
    else
        display 'rnpmrg: item master failed to open, status '
            item-status upon console
        move 'X' to item-open
    end-if.

write-cache-stats.
    open output stats-out
    if stat-status = '00'
        move run-hits to sl-hits
        move run-misses to sl-misses
        write stats-record from stats-line
        close stats-out
    else
        display 'rnpmrg: cache counter file failed to open, status '
            stat-status upon console
    end-if.

post-run-history.
    open i-o run-history
    if hist-status = '35' or hist-status = '05'
        open output run-history
        close run-history
        open i-o run-history
    end-if
    if hist-status not = '00'
        display 'rnpmrg: run history failed to open, status '
            hist-status upon console
    else
        move run-id          to hist-key
        move run-date        to hist-run-date
        move file-count      to hist-files
        move grand-accepted  to hist-accepted
        move grand-rejected  to hist-rejected
        move grand-sum       to hist-sum
        move run-hits        to hist-hits
        move run-misses      to hist-misses
        move run-cc          to hist-cond-code
        move space           to hist-balance
        move space           to hist-reversed
        move spaces          to hist-rev-date
        move spaces          to hist-rev-by
        write hist-record
            invalid key
                rewrite hist-record
        end-write
        close run-history
    end-if.

*> the period is the run identifier's year and month, as romanbatch
*> takes it; a merge run again rewrites the same records.
post-dept-history.
    if run-id(1:6) is numeric
        move run-id(1:6) to run-period
    else
        move function current-date(1:6) to run-period
    end-if
    open i-o dept-history
    if dhst-status = '35' or dhst-status = '05'
        open output dept-history
        close dept-history
        open i-o dept-history
    end-if
    if dhst-status not = '00'
        display 'rnpmrg: department history failed to open, status '
            dhst-status upon console
    else
        perform varying dx from 1 by 1 until dx > dept-count
            move spaces          to dhst-record
            move run-id          to dhst-run-id
            move dt-code(dx)     to dhst-dept
            move run-period      to dhst-period
            move dt-name(dx)     to dhst-name
            move dt-accepted(dx) to dhst-accepted
            move dt-rejected(dx) to dhst-rejected
            move dt-sum(dx)      to dhst-sum
            write dhst-record
                invalid key
                    rewrite dhst-record
            end-write
        end-perform
        close dept-history
    end-if.
