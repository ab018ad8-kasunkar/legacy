identification division.
program-id. romanbatch.

*> 2026-10-15  a partition refuses a control-card entry that repeats
*> an earlier entry of the same card before it processes it, as a
*> single-stream run does through the register. a partition only
*> reads the register, so it never holds this run's own entries;
*> instead each partition takes the count, hash total and first and
*> last records of the card's earlier entries (each file scanned at
*> most once, whichever partition it was dealt to) and compares.
*> every partition reaches the same answer for an entry, so a range
*> partition's share is refused everywhere alike.
*> 2026-10-15  the department subtotal table rides the checkpoint:
*> a restarted run (or restarted partition) picks up the subtotals
*> it had, so the RNDHST posting and the partition's D records cover
*> the whole run and rnclose's statements agree with the grand
*> total. a checkpoint written before the table was carried restores
*> none of it, as before.
*> 2026-10-15  a range partition whose share of a file is empty (a
*> file with fewer records than partitions) now reads none of it;
*> before, it took the first record of the next share as well and
*> that record went in twice. the closed-period message shows the
*> closing date and operator kept from the read, not the record
*> area after the close.
*> 2026-10-15  posts the department subtotal table to the keyed
*> RNDHST department history at end of run, one record per
*> department under the run identifier and the run's accounting
*> period (the identifier's year and month), for rnclose's
*> month-end department statements; a partition leaves it to the
*> merge, as it does the RNHIST record. a run whose period rnclose
*> has closed on the RNPER period file is refused before it reads a
*> record - console message, ENDED with condition code 12.
*> 2026-10-15  keeps a processed-files register (RNFREG, keyed on
*> each input file's record count and hash total): before a file is
*> processed it is read once for its count, hash total, first and
*> last records, and a file whose four match an earlier run's - or
*> an earlier entry of this run's control card - is refused. the
*> operator message and the report name the run that took it; the
*> refused file's section prints its record and expression counts
*> for rnrecon to take off, and the run ends condition code 10 (12
*> still wins). RNDUPOK set to the earlier run's identifier lets the
*> file through, marked on the register as an override. a file that
*> goes in is entered on the register under this run; a partition
*> only reads the register and hands its entries to rnpmrg. an empty
*> file is never refused - there is nothing to double.
*> 2026-10-15  the run-history record goes out with the new reversal
*> fields blank; rnrevs sets them when a run is backed out.
*> 2026-10-15  runs as one partition of a partitioned run when RNPART
*> is set: RNPARTS partitions run side by side under the identifier
*> the job puts in RNRUNID, each dealt whole control-file entries
*> round robin (RNPMODE FILE, the default) or a record range of
*> every input file (RNPMODE RANGE). a partition writes its report,
*> extract, checkpoint, suspense and cache counters to its own .pNN
*> copy of each file and leaves the grand total, department and
*> normalization pages and the RNHIST posting to the new rnpmrg
*> merge step; its item value postings and totals go to an RNPSUM
*> partition summary instead of the shared masters. the run control
*> gets PnnSTART / PnnENDED lines, so STARTED / ENDED still mean
*> the whole run. the grand total, department and normalization
*> layouts moved to the rnrpttl copybook the merge shares. with
*> RNPART unset nothing changes.
*> 2026-10-15  the department master carries an active/inactive
*> status with an effective date (rndmnt maintains it online). a
*> record for a department inactive on the run date rejects under
*> reason 07 INACTIVE DEPARTMENT, apart from 06 UNKNOWN DEPARTMENT,
*> so the suspense clerks can tell a bad record from a closed
*> department. the record still converts first, as 06 does.
*> 2026-10-15  the suspense record carries the id of a supervisor who
*> marks an item for write-off on the rnscorr screen; a new suspense
*> item goes out with it blank.
*> 2026-10-15  on an inventory run every accepted record now posts its
*> department, item number, decimal equivalent and text to the keyed
*> RNITEM item value master under the run identifier, with the value
*> the item carried on its previous appearance kept alongside - the
*> new rnivar step reports what moved overnight, what is new and
*> what dropped out of the feed. a master that won't open costs a
*> console message, the same as the suspense file; the run goes on.
*> 2026-09-02  a first-night run control opens extend with status 05
*> (optional file, created on the open), which write-run-start read
*> as a failure - no STARTED record, the file left open, and the
    select optional run-control assign to "RNRUNC"
        organization is line sequential
        file status is runc-status.
    select optional item-master assign to "RNITEM"
        organization is indexed
        access mode is dynamic
        record key is item-key
        file status is item-status.
    select optional file-register assign to "RNFREG"
        organization is indexed
        access mode is dynamic
        record key is freg-key
        file status is freg-status.
    select optional partition-summary assign to "RNPSUM"
        organization is line sequential
        file status is psum-status.
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

data division.
file section.
       02 restart-g-reject  picture 9(9).
       02 restart-g-sum     picture s9(15).
       02 restart-stamp     picture x(14).
       02 restart-dept-count picture 9(3).
       02 restart-dept-over picture 9(9).
       02 restart-dept-entry occurs 100 times.
          03 rd-code     picture x(4).
          03 rd-name     picture x(30).
          03 rd-accepted picture 9(9).
          03 rd-rejected picture 9(9).
          03 rd-sum      picture s9(15) sign is leading separate.
fd control-in.
    01 control-record picture x(128).
fd roman-extract.
fd run-history.
copy "rnhist".
fd dept-master.
copy "rndept".
fd suspense-file.
copy "rnsusp".
fd run-control.
    01 run-control-record picture x(43).
fd item-master.
copy "rnitem".
fd partition-summary.
copy "rnpsum".
fd file-register.
copy "rnfreg".
fd dept-history.
copy "rndhst".
fd period-file.
copy "rnper".

working-storage section.
77  len  picture s99 usage is computational.
77  susp-status  picture xx.
77  susp-open    picture x value 'N'.
77  runc-status  picture xx.
*> item master lifecycle, same as the suspense file's: N not yet
*> opened, Y open, X failed to open - postings then go unmade.
77  item-status  picture xx.
77  item-open    picture x value 'N'.

*> partitioned run: RNPART names this partition (1 to RNPARTS) of a
*> run whose identifier comes in on RNRUNID; RNPMODE FILE (the
*> default) deals the control-file entries out round robin, RANGE
*> splits every input file into RNPARTS record ranges.
77  part-mode    picture x value 'N'.
77  part-range   picture x value 'N'.
77  part-num     picture 99 value 0.
77  part-count   picture 99 value 0.
77  part-check   picture x(8) value spaces.
77  part-suffix  picture x(4) value spaces.
77  part-env     picture x(8) value spaces.
77  part-start-ts picture x(14) value spaces.
77  part-run-id  picture x(14) value spaces.
77  part-base    picture x(128) value spaces.
77  part-path    picture x(132) value spaces.
77  file-mine    picture x value 'Y'.
77  file-records picture 9(9) value 0.
77  range-first  picture 9(9) value 0.
77  range-last   picture 9(9) value 0.
77  psum-status  picture xx.

*> processed-files register lifecycle: N not yet opened, Y open, X
*> failed to open - files then go in unchecked, the run carries on.
77  freg-status  picture xx.
77  freg-open    picture x value 'N'.
77  reg-eof      picture x value 'N'.
77  dup-refused  picture x value 'N'.
77  file-refused picture x value 'N'.
77  dup-override picture x(14) value spaces.
77  dup-run      picture x(14) value spaces.
77  dup-seq      picture 9(3) value 0.
77  dup-date     picture x(8) value spaces.
77  file-hash    picture 9(15) value 0.
77  hash-work    picture s9(18) usage is computational.
77  rec-hash     picture s9(9) usage is computational.
77  bx           picture s99 usage is computational.
77  file-exprs   picture 9(9) value 0.
77  file-first   picture x(44) value spaces.
77  file-last    picture x(44) value spaces.
*> a partition's view of the control card: each entry's signature,
*> taken when the entry is first needed.
77  sx           picture s9(3) usage is computational.
01  card-sig-table.
    02 card-sig occurs 50 times.
       03 cs-scanned picture x.
       03 cs-records picture 9(9).
       03 cs-hash    picture 9(15).
       03 cs-first   picture x(44).
       03 cs-last    picture x(44).
77  seq-disp     picture zz9.

*> the accounting period the run posts into - the year and month of
*> its identifier - and whether rnclose has closed it.
77  dhst-status  picture xx.
77  per-status   picture xx.
77  run-period   picture x(6) value spaces.
77  period-closed picture x value 'N'.
77  closed-date  picture x(8) value spaces.
77  closed-by    picture x(8) value spaces.

01  runctl-start-line.
    02 rcs-run-id picture x(14).
    02 rcs-tag    picture x(9) value ' STARTED '.
    02 rcs-ts     picture x(14).
01  runctl-end-line.
    02 rce-run-id picture x(14).
    02 rce-tag    picture x(9) value ' ENDED   '.
    02 rce-ts     picture x(14).
    02 filler     picture x(4) value ' cc='.
    02 rce-cc     picture 99.
77  dept-ok   picture x value 'Y'.
77  rec-accepted picture x value 'N'.
77  dept-name-work picture x(30) value spaces.
77  dept-active-work picture x value space.
77  dept-count picture 9(3) value 0.
77  dept-overflow picture 9(9) value 0.
77  dx       picture s9(3) usage is computational.
    02 filler picture x(13) value ' input file: '.
    02 fh-name picture x(100).

*> a refused file's section: what it repeated, then the counts
*> rnrecon takes off the input it reads.
01  refused-note-line.
    02 filler picture x(41) value
       ' file REFUSED - same contents as run     '.
    02 rf-run  picture x(14).
    02 filler  picture x(7) value ' entry '.
    02 rf-seq  picture zz9.
    02 filler  picture x(4) value ' on '.
    02 rf-date picture x(8).
01  refused-line-1.
    02 filler      picture x(22) value ' refused records     :'.
    02 refused-records-out picture zzzzzz9.
01  refused-line-2.
    02 filler      picture x(22) value ' refused expressions :'.
    02 refused-exprs-out picture zzzzzz9.

copy "rnrpttl".

procedure division.

main-line.
    perform initialize-report
    perform get-run-options
    if part-mode = 'Y'
        perform set-up-partition
    end-if
    perform read-control-file
    perform check-for-restart

*> for every audit line written on this run's behalf.
    set environment "RNRUNID" to run-stamp
    perform write-run-start
    perform check-period-open

    accept extract-check from environment "RNEXT"
        on exception continue
            write extract-record from ext-header
        end-if
    end-if
    if part-mode = 'Y'
        perform open-partition-summary
    end-if

    perform process-one-file
        varying file-seq from 1 by 1 until file-seq > file-count

*> a partition leaves the run-wide pages to the merge step, which
*> prints them once over every partition's totals.
    if ctl-mode = 'Y' and part-mode = 'N'
        perform write-grand-total
    end-if

    if inv-mode = 'Y'
        if part-mode = 'N'
            perform write-dept-totals
        end-if
        close dept-master
    end-if

        close suspense-file
    end-if

    if item-open = 'Y'
        close item-master
    end-if

    if norm-mode = 'Y' and part-mode = 'N'
        perform write-norm-summary
    end-if


    close roman-out.

    if freg-open = 'Y'
        close file-register
    end-if

    if io-error = 'Y'
        move 12 to run-cc
    else
        evaluate true
            when dup-refused = 'Y'
                move 10 to run-cc
            when grand-rejected > reject-threshold
                move 8 to run-cc
            when grand-rejected > 0
        end-evaluate
    end-if

    if part-mode = 'Y'
        perform write-partition-summary
    else
        perform post-run-history
        if dept-count > 0
            perform post-dept-history
        end-if
    end-if
    perform write-run-end

    move run-cc to return-code
    end-accept
    if norm-check = 'Y' or norm-check = 'y'
        move 'Y' to norm-mode
    end-if

    move spaces to part-check
    accept part-check from environment "RNPART"
        on exception continue
    end-accept
    if part-check not = spaces
        compute env-val = function numval(part-check)
        if env-val > 0 and env-val < 100
            move env-val to part-num
            move 'Y' to part-mode
        end-if
    end-if
    if part-mode = 'Y'
        move spaces to part-check
        accept part-check from environment "RNPARTS"
            on exception continue
        end-accept
        compute env-val = function numval(part-check)
        if env-val < part-num or env-val > 99
            display 'romanbatch: RNPARTS must be at least RNPART '
                'and under 100' upon console
            move 12 to return-code
            stop run
        end-if
        move env-val to part-count
        move spaces to part-check
        accept part-check from environment "RNPMODE"
            on exception continue
        end-accept
        if part-check = 'RANGE' or part-check = 'range'
            move 'Y' to part-range
        end-if
    end-if

    accept dup-override from environment "RNDUPOK"
        on exception continue
    end-accept.

*> every partition runs under the identifier the job hands it, and
*> its report, extract, checkpoint, suspense, cache counters and
*> summary go to its own copy of each file - the usual path with
*> .pNN on the end, the way rnaudarc names its generations - so the
*> partitions never write over one another and a failed one restarts
*> from its own checkpoint. the merge step finds them by the same
*> rule.
set-up-partition.
    move spaces to part-run-id
    accept part-run-id from environment "RNRUNID"
        on exception continue
    end-accept
    if part-run-id = spaces
        display 'romanbatch: a partition needs the run identifier '
            'in RNRUNID' upon console
        move 12 to return-code
        stop run
    end-if
    move part-run-id to run-stamp
    move function current-date(1:14) to part-start-ts
    move spaces to part-suffix
    string '.p' delimited by size
           part-num delimited by size
        into part-suffix

    move 'RNOUT' to part-env
    perform suffix-partition-file
    move 'RNREST' to part-env
    perform suffix-partition-file
    move 'RNSUSP' to part-env
    perform suffix-partition-file
    move 'RNSTAT' to part-env
    perform suffix-partition-file
    move 'RNPSUM' to part-env
    perform suffix-partition-file
    move spaces to part-base
    accept part-base from environment "RNEXT"
        on exception continue
    end-accept
    if part-base not = spaces
        move 'RNEXT' to part-env
        perform suffix-partition-file
    end-if.

*> an unset name means the file goes by its ddname in the working
*> directory, so the ddname itself is the base path then.
suffix-partition-file.
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
    set environment part-env to part-path.

open-partition-summary.
    if skip-count > 0 or resume-file-seq > 1
        open extend partition-summary
    else
        open output partition-summary
    end-if
    if psum-status not = '00' and psum-status not = '05'
        display 'romanbatch: partition summary failed to open, status '
            psum-status upon console
        move 12 to return-code
        stop run
    end-if.

*> the inventory layout is only worth running with the master on
*> record with the condition code when the run gets that far. a
*> control file that won't open is a console message, not a failure.
write-run-start.
    if part-mode = 'Y'
        move spaces to rcs-tag
        string ' P' delimited by size
               part-num delimited by size
               'START' delimited by size
            into rcs-tag
    end-if
    open extend run-control
    if runc-status = '00' or runc-status = '05'
        move run-stamp to rcs-run-id
    end-if.

write-run-end.
    if part-mode = 'Y'
        move spaces to rce-tag
        string ' P' delimited by size
               part-num delimited by size
               'ENDED' delimited by size
            into rce-tag
    end-if
    open extend run-control
    if runc-status = '00' or runc-status = '05'
        move run-stamp to rce-run-id
                        add 1 to file-count
                        move control-record
                            to file-entry(file-count)
                        move 'N' to cs-scanned(file-count)
                    end-if
            end-read
        end-perform
        move 1 to file-count
    end-if.

*> a file-partitioned run takes every RNPARTS-th control-file entry,
*> starting at its own partition number.
process-one-file.
    move 'Y' to file-mine
    if part-mode = 'Y' and part-range = 'N'
        if function mod(file-seq - 1, part-count) + 1 not = part-num
            move 'N' to file-mine
        end-if
    end-if
    if file-seq >= resume-file-seq and file-mine = 'Y'
        perform run-one-file
    end-if.

        end-if
    end-if

    if part-mode = 'Y' and ctl-mode = 'Y'
        perform scan-earlier-entries
    end-if
    perform scan-input-file
    if part-mode = 'Y' and ctl-mode = 'Y'
        move file-seq to sx
        perform keep-card-signature
    end-if
    if part-range = 'Y'
        perform find-record-range
    end-if
    perform check-file-register
    evaluate true
        when file-refused = 'Y'
            perform write-refused-lines
        when part-range = 'Y' and range-last < range-first
            continue
        when other
            perform read-input-file
    end-evaluate

    perform write-report-footer

    add count-accepted to grand-accepted
    add count-rejected to grand-rejected
    add sum-accum to grand-sum
    move 0 to count-accepted
    move 0 to count-rejected
    move 0 to sum-accum
    move 0 to skip-count.

read-input-file.
    open input roman-in
    if in-status not = '00'
        display 'romanbatch: input file failed to open, status '
        if eof = 'N'
            add 1 to record-count
            if record-count > skip-count
                and (part-range = 'N'
                    or (record-count >= range-first
                        and record-count <= range-last))
                perform process-one-record
                add 1 to total-records
                if function mod(total-records, progress-every) = 0
            if function mod(record-count, checkpoint-every) = 0
                perform write-checkpoint
            end-if
            if part-range = 'Y' and record-count >= range-last
                move 'Y' to eof
            end-if
        end-if
    end-perform
    close roman-in.

*> one read of the whole file ahead of processing: the record count
*> (which a range partition takes its share from), the hash total
*> the register keys on - each record's characters weighted by
*> position, folded in record order so the same records in another
*> order hash apart - its first and last records, and the number of
*> expression records, counted the way rnrecon counts them.
scan-input-file.
    move 0 to file-records
    move 0 to file-hash
    move 0 to file-exprs
    move spaces to file-first
    move spaces to file-last
    open input roman-in
    if in-status = '00'
        move 'N' to eof
        perform until eof = 'Y'
            read roman-in into in-buffer
                at end
                    move 'Y' to eof
                not at end
                    perform scan-one-record
            end-read
        end-perform
        close roman-in
    end-if
    move 'N' to eof.

scan-one-record.
    add 1 to file-records
    if file-records = 1
        move in-buffer to file-first
    end-if
    move in-buffer to file-last
    move 0 to rec-hash
    perform varying bx from 1 by 1 until bx > 44
        compute rec-hash = rec-hash
            + function ord(in-buffer(bx:1)) * bx
    end-perform
    compute hash-work = file-hash * 7 + rec-hash
    compute file-hash = function mod(hash-work, 999999999999989)
    move 0 to op-count
    if inv-mode = 'Y'
        inspect ib-text tallying op-count for all '+' all '-'
    else
        inspect in-buffer(1:30) tallying op-count
            for all '+' all '-'
    end-if
    if op-count > 0
        add 1 to file-exprs
    end-if.

*> a range-partitioned run counts the file first and takes its own
*> share: partition p of n gets records (p-1)*count/n + 1 through
*> p*count/n, so the shares meet without a gap or an overlap. record
*> numbers stay the file's own, which keeps suspense keys and the
*> checkpoint exactly as an unpartitioned run would have them. a
*> file with fewer records than there are partitions leaves some
*> shares empty (last before first); those partitions read none of
*> it.
*> a partition needs the signature of every entry ahead of this one
*> on the card, dealt to it or not; the ones not yet taken are
*> scanned now, and RNIN is pointed back at this entry after.
scan-earlier-entries.
    perform varying sx from 1 by 1 until sx >= file-seq
        if cs-scanned(sx) not = 'Y'
            perform point-at-card-entry
            perform scan-input-file
            perform keep-card-signature
        end-if
    end-perform
    move file-seq to sx
    perform point-at-card-entry.

point-at-card-entry.
    move 128 to path-len
    move 0 to space-count
    inspect function reverse(file-entry(sx))
        tallying space-count for leading spaces
    subtract space-count from path-len
    set environment "RNIN" to file-entry(sx)(1:path-len).

keep-card-signature.
    move 'Y'          to cs-scanned(sx)
    move file-records to cs-records(sx)
    move file-hash    to cs-hash(sx)
    move file-first   to cs-first(sx)
    move file-last    to cs-last(sx).

*> the partition's stand-in for the register entries a single-stream
*> run would have made earlier on this card: the latest earlier entry
*> with the same contents names the repeat, under this run.
find-repeat-on-card.
    perform varying sx from 1 by 1 until sx >= file-seq
        if cs-records(sx) = file-records
            and cs-hash(sx) = file-hash
            and cs-first(sx) = file-first
            and cs-last(sx) = file-last
            move run-stamp to dup-run
            move sx to dup-seq
            move run-stamp(1:8) to dup-date
        end-if
    end-perform.

find-record-range.
    compute range-first =
        ((part-num - 1) * file-records) / part-count + 1
    compute range-last = (part-num * file-records) / part-count.

*> every run that took the same contents sits under one count and
*> hash, oldest run first; the last match read names the latest. the
*> entry this very file left before a restart (same run, same place
*> on the control card) is not a repeat, and neither is a range
*> partition's sister entry for the file.
check-file-register.
    move 'N' to file-refused
    move spaces to dup-run
    if file-records > 0
        if freg-open = 'N'
            perform open-file-register
        end-if
        if freg-open = 'Y'
            perform find-registered-file
        end-if
        if part-mode = 'Y' and ctl-mode = 'Y'
            perform find-repeat-on-card
        end-if
    end-if
    if dup-run not = spaces
        if dup-run = dup-override
            move 'O' to freg-override
            display 'romanbatch: input file ' file-seq
                ' repeats run ' dup-run ' - let through on RNDUPOK'
                upon console
        else
            move 'Y' to file-refused
            move 'Y' to dup-refused
            display 'romanbatch: input file ' file-seq
                ' refused - same contents as run ' dup-run
                ' entry ' dup-seq ' on ' dup-date upon console
            display 'romanbatch: set RNDUPOK to ' dup-run
                ' to process it again' upon console
        end-if
    else
        move space to freg-override
    end-if
    if file-refused = 'N' and file-records > 0 and freg-open = 'Y'
        perform register-input-file
    end-if.

find-registered-file.
    move file-records to freg-count
    move file-hash to freg-hash
    move low-values to freg-run-id
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
                if freg-count not = file-records
                    or freg-hash not = file-hash
                    move 'Y' to reg-eof
                else
                    if freg-first = file-first
                        and freg-last = file-last
                        and (freg-run-id not = run-stamp
                            or freg-file-seq not = file-seq)
                        move freg-run-id to dup-run
                        move freg-file-seq to dup-seq
                        move freg-date to dup-date
                    end-if
                end-if
        end-read
    end-perform.

*> a partition only reads the register - the partitions would
*> otherwise be writing one keyed file side by side.
open-file-register.
    if part-mode = 'Y'
        open input file-register
    else
        open i-o file-register
        if freg-status = '35' or freg-status = '05'
            open output file-register
            close file-register
            open i-o file-register
        end-if
    end-if
    if freg-status = '00' or freg-status = '05'
        move 'Y' to freg-open
    else
        display 'romanbatch: file register failed to open, status '
            freg-status upon console
        move 'X' to freg-open
    end-if.

register-input-file.
    if part-mode = 'Y'
        move spaces        to psum-record
        move 'F'           to ps-type
        move file-records  to pf-count
        move file-hash     to pf-hash
        move file-seq      to pf-file-seq
        if ctl-mode = 'Y'
            move file-entry(file-seq) to pf-path
        else
            move 'RNIN' to pf-path
        end-if
        move file-first    to pf-first
        move file-last     to pf-last
        move freg-override to pf-override
        move dup-run       to pf-dup-of
        write psum-record
    else
        move file-records  to freg-count
        move file-hash     to freg-hash
        move run-stamp     to freg-run-id
        move file-seq      to freg-file-seq
        if ctl-mode = 'Y'
            move file-entry(file-seq) to freg-path
        else
            move 'RNIN' to freg-path
        end-if
        move file-first    to freg-first
        move file-last     to freg-last
        move run-stamp(1:8) to freg-date
        move dup-run       to freg-dup-of
        write freg-record
            invalid key
                continue
        end-write
    end-if.

*> a range partition refuses its share of the file like the rest,
*> but only partition 1 prints the file's counts, so rnrecon takes
*> them off once.
write-refused-lines.
    perform check-page-break
    move dup-run to rf-run
    move dup-seq to rf-seq
    move dup-date to rf-date
    write out-record from refused-note-line after advancing 1 line
    add 1 to line-count
    if part-range = 'N' or part-num = 1
        move file-records to refused-records-out
        write out-record from refused-line-1 after advancing 1 line
        move file-exprs to refused-exprs-out
        write out-record from refused-line-2 after advancing 1 line
        add 2 to line-count
    end-if.

write-file-header.
    perform check-page-break
                move restart-g-reject to grand-rejected
                move restart-g-sum    to grand-sum
                move restart-stamp    to run-stamp
                if restart-dept-count is numeric
                    perform restore-dept-totals
                end-if
        end-read
        close restart-file
    end-if.
    move grand-rejected  to restart-g-reject
    move grand-sum       to restart-g-sum
    move run-stamp       to restart-stamp
    move dept-count      to restart-dept-count
    move dept-overflow   to restart-dept-over
    perform varying dx from 1 by 1 until dx > 100
        if dx > dept-count
            move spaces to rd-code(dx)
            move spaces to rd-name(dx)
            move 0 to rd-accepted(dx)
            move 0 to rd-rejected(dx)
            move 0 to rd-sum(dx)
        else
            move dt-code(dx)     to rd-code(dx)
            move dt-name(dx)     to rd-name(dx)
            move dt-accepted(dx) to rd-accepted(dx)
            move dt-rejected(dx) to rd-rejected(dx)
            move dt-sum(dx)      to rd-sum(dx)
        end-if
    end-perform
    write restart-record
    close restart-file.

*> the checkpoint carries the table in display form; the run's own
*> copy keeps its sums binary.
restore-dept-totals.
    move restart-dept-count to dept-count
    move restart-dept-over  to dept-overflow
    perform varying dx from 1 by 1 until dx > dept-count
        move rd-code(dx)     to dt-code(dx)
        move rd-name(dx)     to dt-name(dx)
        move rd-accepted(dx) to dt-accepted(dx)
        move rd-rejected(dx) to dt-rejected(dx)
        move rd-sum(dx)      to dt-sum(dx)
    end-perform.

clear-checkpoint.
    open output restart-file
    close restart-file.

    if inv-mode = 'Y'
        perform tally-department
        if rec-accepted = 'Y'
            if part-mode = 'Y'
                perform write-item-posting
            else
                perform post-item-value
            end-if
        end-if
    end-if

    if extract-mode = 'Y'
*> an unknown department rejects the record, but the numeral still
*> went through conversion first - the audit log line per record is
*> what rnrecon balances the run against, and the report can show
*> the equivalent even though the record lands in the rejects. a
*> department on the master but inactive on the run date rejects the
*> same way under its own reason; the run date, not today, decides
*> which side of an effective date the run falls on.
validate-department.
    move spaces to dept-name-work
    move ib-dept to dept-code
        invalid key
            move 'N' to dept-ok
        not invalid key
            if dept-eff-date = spaces
                or run-stamp(1:8) >= dept-eff-date
                move dept-name to dept-name-work
                move dept-active to dept-active-work
            else
                move dept-prev-name to dept-name-work
                move dept-prev-active to dept-active-work
            end-if
            if dept-active-work = 'I'
                move 'I' to dept-ok
            end-if
    end-read.

tally-department.
            add 1 to dept-count
            move dept-count to found-dx
            move ib-dept to dt-code(found-dx)
            if dept-ok not = 'N'
                move dept-name-work to dt-name(found-dx)
            else
                move '** not on department master **'
        when dept-ok = 'N'
            move 'UNKNOWN DEPARTMENT' to out-reason
            move '06' to reason-code
        when dept-ok = 'I'
            move 'INACTIVE DEPARTMENT' to out-reason
            move '07' to reason-code
        when conv-mode = 'E' and ret = 1
            move 'INVALID EXPRESSION OPERAND' to out-reason
            move '04' to reason-code
        move out-item      to susp-item
        move run-stamp(1:8) to susp-date-added
        move 'S'           to susp-state
        move spaces        to susp-marked-by
        write susp-record
            invalid key
                rewrite susp-record
        move 'X' to susp-open
    end-if.

*> the current appearance moves into the prev fields only when the
*> item last posted under some other run - a repeat under this run
*> (the same item twice in the feed, or a restart replaying records
*> after the checkpoint) replaces the current value and leaves the
*> previous run's value standing for the variance report.
post-item-value.
    if item-open = 'N'
        perform open-item-master
    end-if
    if item-open = 'Y'
        move ib-dept to item-dept
        move ib-item to item-no
        read item-master
            invalid key
                move ib-dept   to item-dept
                move ib-item   to item-no
                move temp      to item-value
                move out-r     to item-text
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
                move temp  to item-value
                move out-r to item-text
                rewrite item-record
        end-read
    end-if.

*> a partition hands its postings to the merge rather than share
*> the item master with the other partitions.
write-item-posting.
    move spaces to psum-record
    move 'I'     to ps-type
    move ib-dept to pi-dept
    move ib-item to pi-item
    move temp    to pi-value
    move out-r   to pi-text
    write psum-record.

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
        display 'romanbatch: item master failed to open, status '
            item-status upon console
        move 'X' to item-open
    end-if.

write-extract-detail.
    move out-r to ed-text
    move run-date to ed-run-date
        move stat-misses     to hist-misses
        move run-cc          to hist-cond-code
        move space           to hist-balance
        move space           to hist-reversed
        move spaces          to hist-rev-date
        move spaces          to hist-rev-by
        write hist-record
            invalid key
                rewrite hist-record
        close run-history
    end-if.

*> a closed period takes no more postings; the run stops before the
*> report or extract is opened, leaving last night's in place, and
*> the ENDED record says 12 so rnmorn shows it.
check-period-open.
    if run-stamp(1:6) is numeric
        move run-stamp(1:6) to run-period
    else
        move function current-date(1:6) to run-period
    end-if
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
        display 'romanbatch: period ' run-period ' was closed '
            closed-date ' by ' closed-by
            ' - run refused' upon console
        move 12 to run-cc
        perform write-run-end
        move 12 to return-code
        stop run
    end-if.

*> a restarted run re-posts under its original identifier, so the
*> rewrite on invalid key replaces rather than doubles, using the
*> department totals restored from the checkpoint - the whole run's.
post-dept-history.
    open i-o dept-history
    if dhst-status = '35' or dhst-status = '05'
        open output dept-history
        close dept-history
        open i-o dept-history
    end-if
    if dhst-status not = '00'
        display 'romanbatch: department history failed to open, status '
            dhst-status upon console
    else
        perform varying dx from 1 by 1 until dx > dept-count
            move spaces          to dhst-record
            move run-stamp       to dhst-run-id
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

*> the department subtotals and then the partition's totals; the P
*> record goes last so the merge can take its presence as proof the
*> partition finished.
write-partition-summary.
    perform read-cache-stats
    perform varying dx from 1 by 1 until dx > dept-count
        move spaces to psum-record
        move 'D'             to ps-type
        move dt-code(dx)     to pd-code
        move dt-name(dx)     to pd-name
        move dt-accepted(dx) to pd-accepted
        move dt-rejected(dx) to pd-rejected
        move dt-sum(dx)      to pd-sum
        write psum-record
    end-perform
    move spaces to psum-record
    move 'P'              to ps-type
    move run-stamp        to pp-run-id
    move part-num         to pp-part
    move part-count       to pp-parts
    if part-range = 'Y'
        move 'R' to pp-mode
    else
        move 'F' to pp-mode
    end-if
    move file-count       to pp-file-count
    move grand-accepted   to pp-accepted
    move grand-rejected   to pp-rejected
    move grand-sum        to pp-sum
    move stat-hits        to pp-hits
    move stat-misses      to pp-misses
    move run-cc           to pp-cc
    move inv-mode         to pp-inv-mode
    move norm-mode        to pp-norm-mode
    move norm-case-count  to pp-norm-case
    move norm-blank-count to pp-norm-blank
    move norm-both-count  to pp-norm-both
    move dept-overflow    to pp-dept-overflow
    move part-start-ts    to pp-start-ts
    move function current-date(1:14) to pp-end-ts
    write psum-record
    close partition-summary.

read-cache-stats.
    move 0 to stat-hits
    move 0 to stat-misses
