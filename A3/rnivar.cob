      >>SOURCE FORMAT FREE
identification division.
program-id. rnivar.

*> 2026-10-15  column headings moved left over their columns - each
*> printed three places right of the figures beneath it.
*> 2026-10-15  run-over-run variance report over the RNITEM item
*> value master romanbatch posts on an inventory run. picks the
*> newest run on the master and the inventory run before it, then
*> walks the master in department/item order and lists every item
*> whose value moved since its previous appearance, every item
*> appearing for the first time, and every item the previous run
*> carried that tonight's feed did not - each department closing on
*> a subtotal block, the report on a grand total. a change of more
*> than the tolerance (RNIVTOL, percent of the previous value,
*> decimals allowed, default 25) is flagged '<<' and ends the step
*> with return code 4, so an item going from CXX to MCC overnight
*> is on the supervisors' desk before the inventory figures are.
*> unchanged items are only counted. the report goes to RNIVAR.

environment division.
input-output section.
file-control.
    select optional item-master assign to "RNITEM"
        organization is indexed
        access mode is dynamic
        record key is item-key
        file status is item-status.
    select report-out assign to "RNIVAR"
        organization is line sequential.

data division.
file section.
fd  item-master.
copy "rnitem".
fd  report-out.
    01 report-record picture x(132).

working-storage section.
77  item-status picture xx.
77  eof picture x value 'N'.

77  current-run  picture x(14) value spaces.
77  previous-run picture x(14) value spaces.
77  break-dept   picture x(4) value spaces.
77  dept-started picture x value 'N'.

77  change-amt   picture s9(10) usage is computational.
77  abs-change   picture s9(10) usage is computational.
*> percentages carry in tenths so the compare against the tolerance
*> stays in whole numbers, the same way rntrend does its rates.
77  pct-tenths   picture s9(11) usage is computational.
77  tolerance-tenths picture s9(7) usage is computational value 250.
77  env-work     picture x(8).
77  env-rate     picture s9(5)v9 usage is computational.
77  pct-work     picture s9(7)v9 usage is computational.

*> one set of counters for the department in hand, one for the run.
01  dept-counts.
    02 dc-changed   picture 9(9).
    02 dc-new       picture 9(9).
    02 dc-dropped   picture 9(9).
    02 dc-unchanged picture 9(9).
    02 dc-flagged   picture 9(9).
    02 dc-movement  picture s9(15) usage is computational.
01  run-counts.
    02 rc-changed   picture 9(9) value 0.
    02 rc-new       picture 9(9) value 0.
    02 rc-dropped   picture 9(9) value 0.
    02 rc-unchanged picture 9(9) value 0.
    02 rc-flagged   picture 9(9) value 0.
    02 rc-movement  picture s9(15) usage is computational value 0.

*> same page header / run date / page number conventions as rnrpthd.
01  title-line.
    02 filler picture x(11) value spaces.
    02 filler picture x(26) value 'item value variance report'.

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

01  col-heads.
    02 filler picture x(17) value ' dept item'.
    02 filler picture x(8)  value 'status'.
    02 filler picture x(31) value 'previous'.
    02 filler picture x(8)  value '  value'.
    02 filler picture x(31) value 'current'.
    02 filler picture x(8)  value '  value'.
    02 filler picture x(9)  value '  change'.
    02 filler picture x(9)  value ' change %'.

01  variance-line.
    02 filler     picture x value space.
    02 vl-dept    picture x(4).
    02 filler     picture x value space.
    02 vl-item    picture x(10).
    02 filler     picture x value space.
    02 vl-kind    picture x(7).
    02 filler     picture x value space.
    02 vl-prev-text picture x(30).
    02 filler     picture x value space.
    02 vl-prev-value picture z(6)9 blank when zero.
    02 filler     picture x value space.
    02 vl-curr-text picture x(30).
    02 filler     picture x value space.
    02 vl-curr-value picture z(6)9 blank when zero.
    02 filler     picture x value space.
    02 vl-change  picture -(7)9.
    02 filler     picture x value space.
    02 vl-pct     picture +(6)9.9.
    02 filler     picture x value space.
    02 vl-flag    picture x(2).

01  run-line.
    02 filler  picture x value space.
    02 rl-text picture x(16).
    02 rl-run  picture x(14).

01  dept-header.
    02 filler  picture x(13) value ' department: '.
    02 dh-code picture x(4).

01  count-line.
    02 filler picture x value space.
    02 cl-label picture x(32).
    02 filler   picture x value ':'.
    02 cl-count picture zzz,zzz,zz9.

01  movement-line.
    02 filler picture x value space.
    02 ml-label picture x(32).
    02 filler   picture x value ':'.
    02 ml-count picture -(14)9.

01  note-line.
    02 filler picture x value space.
    02 nl-text picture x(70).

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

    open output report-out
    perform write-report-headers

    open input item-master
    if item-status not = '00' and item-status not = '05'
        move 'no item master on file - romanbatch posts it on an inventory run'
            to nl-text
        move note-line to print-buffer
        perform write-one-line
        move 8 to return-code
    else
        perform find-run-pair
        if current-run = spaces
            move 'item master is empty - nothing to compare' to nl-text
            move note-line to print-buffer
            perform write-one-line
        else
            perform print-run-pair
            perform walk-item-master
            perform print-run-summary
        end-if
        close item-master
    end-if

    close report-out.
    if rc-flagged > 0 and return-code = 0
        move 4 to return-code
    end-if
    stop run.

initialize-report.
    move function current-date to date-work
    string date-work(5:2) delimited by size
           '/'        delimited by size
           date-work(7:2) delimited by size
           '/'        delimited by size
           date-work(3:2) delimited by size
        into run-date.

get-run-options.
    move spaces to env-work
    accept env-work from environment "RNIVTOL"
        on exception continue
    end-accept
    if env-work not = spaces
        compute env-rate = function numval(env-work)
        if env-rate >= 0
            compute tolerance-tenths = env-rate * 10
        end-if
    end-if.

*> the run identifiers are start stamps, so the newest run is simply
*> the highest one on the master. the run before it is the highest
*> identifier short of that - either an item that did not come round
*> tonight still carries it as its current run, or an item that did
*> carries it as its previous one.
find-run-pair.
    perform until eof = 'Y'
        read item-master next record
            at end
                move 'Y' to eof
            not at end
                if item-run-id > current-run
                    move item-run-id to current-run
                end-if
        end-read
    end-perform
    close item-master
    move 'N' to eof

    open input item-master
    perform until eof = 'Y'
        read item-master next record
            at end
                move 'Y' to eof
            not at end
                if item-run-id < current-run
                    and item-run-id > previous-run
                    move item-run-id to previous-run
                end-if
                if item-run-id = current-run
                    and item-prev-run > previous-run
                    move item-prev-run to previous-run
                end-if
        end-read
    end-perform
    close item-master
    move 'N' to eof
    open input item-master.

print-run-pair.
    move 'current run   : ' to rl-text
    move current-run to rl-run
    move run-line to print-buffer
    perform write-one-line
    move 'previous run  : ' to rl-text
    move previous-run to rl-run
    move run-line to print-buffer
    perform write-one-line
    if previous-run = spaces
        move 'first inventory run on the master - every item reads as new'
            to nl-text
        move note-line to print-buffer
        perform write-one-line
    end-if
    move spaces to print-buffer
    perform write-one-line
    move col-heads to print-buffer
    perform write-one-line.

*> the master's key order is department then item, so a change of
*> department on the walk closes the block in hand.
walk-item-master.
    perform until eof = 'Y'
        read item-master next record
            at end
                move 'Y' to eof
            not at end
                perform examine-one-item
        end-read
    end-perform
    move 'N' to eof
    if dept-started = 'Y'
        perform print-dept-subtotal
    end-if.

examine-one-item.
    if item-run-id = current-run
        or (item-run-id = previous-run and previous-run not = spaces)
        if dept-started = 'N' or item-dept not = break-dept
            if dept-started = 'Y'
                perform print-dept-subtotal
            end-if
            perform start-dept-block
        end-if
        evaluate true
            when item-run-id = previous-run
                perform report-dropped-item
            when item-prev-run = spaces
                perform report-new-item
            when item-value not = item-prev-value
                perform report-changed-item
            when other
                add 1 to dc-unchanged
        end-evaluate
    end-if.

start-dept-block.
    move 'Y' to dept-started
    move item-dept to break-dept
    initialize dept-counts
    move spaces to print-buffer
    perform write-one-line
    move item-dept to dh-code
    move dept-header to print-buffer
    perform write-one-line.

report-new-item.
    add 1 to dc-new
    add item-value to dc-movement
    perform clear-variance-line
    move 'NEW' to vl-kind
    move item-text to vl-curr-text
    move item-value to vl-curr-value
    move item-value to vl-change
    move variance-line to print-buffer
    perform write-one-line.

report-dropped-item.
    add 1 to dc-dropped
    subtract item-value from dc-movement
    perform clear-variance-line
    move 'DROPPED' to vl-kind
    move item-text to vl-prev-text
    move item-value to vl-prev-value
    compute change-amt = 0 - item-value
    move change-amt to vl-change
    move variance-line to print-buffer
    perform write-one-line.

*> the swing is measured against the previous value; the tolerance
*> test runs on the size of the swing, up or down alike.
report-changed-item.
    add 1 to dc-changed
    compute change-amt = item-value - item-prev-value
    add change-amt to dc-movement
    perform clear-variance-line
    move 'CHANGED' to vl-kind
    move item-prev-text to vl-prev-text
    move item-prev-value to vl-prev-value
    move item-text to vl-curr-text
    move item-value to vl-curr-value
    move change-amt to vl-change
    if item-prev-value > 0
        compute pct-tenths = change-amt * 1000 / item-prev-value
        if pct-tenths > 99999999
            move 99999999 to pct-tenths
        end-if
        if pct-tenths < -99999999
            move -99999999 to pct-tenths
        end-if
        compute pct-work = pct-tenths / 10
        move pct-work to vl-pct
        move pct-tenths to abs-change
        if abs-change < 0
            compute abs-change = 0 - abs-change
        end-if
        if abs-change > tolerance-tenths
            move '<<' to vl-flag
            add 1 to dc-flagged
        end-if
    end-if
    move variance-line to print-buffer
    perform write-one-line.

clear-variance-line.
    move spaces to vl-prev-text
    move spaces to vl-curr-text
    move spaces to vl-flag
    move item-dept to vl-dept
    move item-no to vl-item
    move 0 to vl-prev-value
    move 0 to vl-curr-value
    move 0 to vl-change
    move 0 to vl-pct.

print-dept-subtotal.
    move spaces to print-buffer
    perform write-one-line
    move 'dept items changed' to cl-label
    move dc-changed to cl-count
    move count-line to print-buffer
    perform write-one-line
    move 'dept items new' to cl-label
    move dc-new to cl-count
    move count-line to print-buffer
    perform write-one-line
    move 'dept items dropped' to cl-label
    move dc-dropped to cl-count
    move count-line to print-buffer
    perform write-one-line
    move 'dept items unchanged' to cl-label
    move dc-unchanged to cl-count
    move count-line to print-buffer
    perform write-one-line
    move 'dept changes past tolerance' to cl-label
    move dc-flagged to cl-count
    move count-line to print-buffer
    perform write-one-line
    move 'dept net value movement' to ml-label
    move dc-movement to ml-count
    move movement-line to print-buffer
    perform write-one-line

    add dc-changed   to rc-changed
    add dc-new       to rc-new
    add dc-dropped   to rc-dropped
    add dc-unchanged to rc-unchanged
    add dc-flagged   to rc-flagged
    add dc-movement  to rc-movement.

print-run-summary.
    move spaces to print-buffer
    perform write-one-line
    move ' ------------------ run totals --------------' to print-buffer
    perform write-one-line
    move 'items changed' to cl-label
    move rc-changed to cl-count
    move count-line to print-buffer
    perform write-one-line
    move 'items new' to cl-label
    move rc-new to cl-count
    move count-line to print-buffer
    perform write-one-line
    move 'items dropped' to cl-label
    move rc-dropped to cl-count
    move count-line to print-buffer
    perform write-one-line
    move 'items unchanged' to cl-label
    move rc-unchanged to cl-count
    move count-line to print-buffer
    perform write-one-line
    move 'changes past tolerance' to cl-label
    move rc-flagged to cl-count
    move count-line to print-buffer
    perform write-one-line
    move 'net value movement' to ml-label
    move rc-movement to ml-count
    move movement-line to print-buffer
    perform write-one-line
    if rc-flagged > 0
        move 'item values swung past tolerance - check before the inventory load'
            to nl-text
        move note-line to print-buffer
        perform write-one-line
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
