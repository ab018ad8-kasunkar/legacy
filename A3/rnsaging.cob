      >>SOURCE FORMAT FREE
identification division.
program-id. rnsaging.

*> 2026-10-15  the oldest-items column headings overran their field
*> and printed cut short; they now fit and sit over their columns.
*> 2026-10-15  nightly aging report and controlled write-off for the
*> RNSUSP reject suspense file. the rnscorr header only ever said how
*> many items were older than RNSAGE days; this report breaks the
*> open items (suspended, corrected but unreleased, marked for
*> write-off) down by reason code, by department and by age bucket -
*> 0-7, 8-30, 31-90 and over 90 days from the date suspended - and
*> lists the twenty oldest by key, text and source file. released
*> items are counted apart; rnsrel has them. mode comes from the
*> command line the way rncache's does:
*>   REPORT   - the aging report alone (also the default)
*>   WRITEOFF - "rnsaging WRITEOFF JSMITH": every item a supervisor
*>              marked on the screen, and every open item past the
*>              write-off age (RNWOAGE days, default 90), goes onto
*>              the permanent RNWOFF write-off history with the
*>              operator id and date and comes off the suspense;
*>              the aging report then covers what is left. the id
*>              must carry authority A on the RNACC access file, and
*>              no access file means no write-off. the step leaves one
*>              RNAUD line (program tag RNWOFF, USR= the id) saying
*>              how many items went.
*> the month-end close-out of the queue is a WRITEOFF run; the report
*> goes to RNSAGR.

environment division.
input-output section.
file-control.
    select optional suspense-file assign to "RNSUSP"
        organization is indexed
        access mode is dynamic
        record key is susp-key
        file status is susp-status.
    select optional woff-file assign to "RNWOFF"
        organization is line sequential
        file status is woff-status.
    select optional access-file assign to "RNACC"
        organization is line sequential
        file status is acc-status.
    select optional rn-audit assign to "RNAUD"
        organization is line sequential
        file status is aud-status.
    select report-out assign to "RNSAGR"
        organization is line sequential.
    select sort-work assign to "RNSGWK".

data division.
file section.
fd  suspense-file.
copy "rnsusp".
fd  woff-file.
copy "rnwoff".
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
       02 sr-date   picture x(8).
       02 sr-key    picture x(26).
       02 sr-age    picture 9(5).
       02 sr-state  picture x.
       02 sr-reason picture x(2).
       02 sr-dept   picture x(4).
       02 sr-item   picture x(10).
       02 sr-text   picture x(30).
       02 sr-source picture x(60).

working-storage section.
77  susp-status picture xx.
77  woff-status picture xx.
77  acc-status  picture xx.
77  aud-status  picture xx.
77  eof picture x value 'N'.
77  acc-eof picture x value 'N'.
77  sort-eof picture x value 'N'.
77  cmd-args picture x(40).
77  run-mode picture x(8).
77  operator-id picture x(8) value spaces.
77  authorized  picture x value 'N'.

77  woff-age-days picture 9(5) value 90.
77  env-work    picture x(8).
77  env-val     picture 9(8) usage is computational.
77  today-int   picture 9(8) usage is computational.
77  added-int   picture 9(8) usage is computational.
77  age-days    picture s9(5) usage is computational.
77  date-num    picture 9(8).
77  today-date  picture x(8) value spaces.
77  bx          picture s9(3) usage is computational.
77  rx          picture s9(3) usage is computational.
77  dx          picture s9(3) usage is computational.
77  found-dx    picture s9(3) usage is computational.
77  ox          picture s9(3) usage is computational.
77  woff-basis-work picture x value space.

77  open-count      picture 9(9) value 0.
77  suspended-count picture 9(9) value 0.
77  corrected-count picture 9(9) value 0.
77  marked-count    picture 9(9) value 0.
77  released-count  picture 9(9) value 0.
77  woff-aged       picture 9(9) value 0.
77  woff-marked     picture 9(9) value 0.
77  woff-left       picture 9(9) value 0.
77  dept-overflow   picture 9(9) value 0.

*> the write-off keys collect in a table during the read pass, the
*> same way rnsrel's release deletes do - deleting underneath a
*> sequential walk invites a repositioned file.
77  del-count picture 9(4) value 0.
77  kx        picture s9(4) usage is computational.
01  delete-table.
    02 del-key-entry picture x(26) occurs 1000 times.

*> reason codes as romanbatch assigns them; the last row catches any
*> code this table does not know.
01  reason-label-values.
    02 filler picture x(32) value '01 invalid roman numeral'.
    02 filler picture x(32) value '02 decimal out of range'.
    02 filler picture x(32) value '03 conv rejected'.
    02 filler picture x(32) value '04 invalid expression operand'.
    02 filler picture x(32) value '05 expr result out of range'.
    02 filler picture x(32) value '06 unknown department'.
    02 filler picture x(32) value '07 inactive department'.
    02 filler picture x(32) value 'other reason codes'.
01  reason-labels redefines reason-label-values.
    02 reason-label picture x(32) occurs 8 times.
77  reason-rows picture s9(3) usage is computational value 8.

01  reason-table.
    02 reason-entry occurs 8 times.
       03 rt-bucket picture 9(9) occurs 4 times.
01  bucket-totals.
    02 bt-bucket picture 9(9) occurs 4 times.
77  dept-count picture 9(3) value 0.
01  dept-table.
    02 dept-entry occurs 100 times.
       03 dt-code   picture x(4).
       03 dt-bucket picture 9(9) occurs 4 times.

77  oldest-count picture 9(3) value 0.
01  oldest-table.
    02 oldest-entry occurs 20 times.
       03 ot-date   picture x(8).
       03 ot-key    picture x(26).
       03 ot-age    picture 9(5).
       03 ot-state  picture x.
       03 ot-reason picture x(2).
       03 ot-dept   picture x(4).
       03 ot-item   picture x(10).
       03 ot-text   picture x(30).
       03 ot-source picture x(60).
77  row-total picture 9(9).

*> same page header / run date / page number conventions as rnrpthd.
01  title-line.
    02 filler picture x(11) value spaces.
    02 filler picture x(26) value 'suspense aging report     '.

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

01  bucket-heads.
    02 filler picture x(33) value spaces.
    02 filler picture x(13) value '     0-7 days'.
    02 filler picture x(13) value '    8-30 days'.
    02 filler picture x(13) value '   31-90 days'.
    02 filler picture x(13) value '  over 90 dys'.
    02 filler picture x(13) value '        total'.

01  bucket-line.
    02 filler   picture x.
    02 bl-label picture x(32).
    02 bl-column occurs 5 times.
       03 filler   picture x(2).
       03 bl-count picture zzz,zzz,zz9.

01  oldest-heads.
    02 filler picture x(45) value
       ' run stamp     file    record suspended  age'.
    02 filler picture x(52) value
       's rc dept item       text'.
    02 filler picture x(6) value 'source'.

01  oldest-line.
    02 filler   picture x value space.
    02 ol-stamp picture x(14).
    02 filler   picture x value space.
    02 ol-file  picture zz9.
    02 filler   picture x value space.
    02 ol-rec   picture z(8)9.
    02 filler   picture x value space.
    02 ol-added picture x(8).
    02 filler   picture x value space.
    02 ol-age   picture zzzz9.
    02 filler   picture x value space.
    02 ol-state picture x.
    02 filler   picture x value space.
    02 ol-reason picture x(2).
    02 filler   picture x value space.
    02 ol-dept  picture x(4).
    02 filler   picture x value space.
    02 ol-item  picture x(10).
    02 filler   picture x value space.
    02 ol-text  picture x(30).
    02 filler   picture x value space.
    02 ol-source picture x(34).

01  ol-key-parts.
    02 olk-stamp picture x(14).
    02 olk-file  picture 9(3).
    02 olk-rec   picture 9(9).

01  count-line.
    02 filler picture x value space.
    02 cl-label picture x(32).
    02 filler   picture x value ':'.
    02 cl-count picture zzz,zzz,zz9.

01  note-line.
    02 filler picture x value space.
    02 nl-text picture x(70).

*> same layout position for position as rnconv's audit line, so the
*> log readers parse a write-off line by the same fixed columns.
01  audit-line.
    02 filler   picture x(6) value 'RNWOFF'.
    02 filler   picture x value space.
    02 filler   picture x(5) value 'TEXT='.
    02 aud-text picture x(30) value 'SUSPENSE WRITE-OFF'.
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
        into run-mode, operator-id
    move function upper-case(operator-id) to operator-id

    open output report-out
    perform write-report-headers

    evaluate function upper-case(run-mode)
        when 'REPORT  '
        when spaces
            perform aging-report
        when 'WRITEOFF'
            perform check-authority
            if authorized = 'Y'
                perform write-off-items
            end-if
            perform aging-report
        when other
            move 'mode must be REPORT or WRITEOFF' to nl-text
            move note-line to print-buffer
            perform write-one-line
            move 8 to return-code
    end-evaluate

    close report-out.
    stop run.

initialize-report.
    move function current-date to date-work
    move date-work(1:8) to today-date
    compute today-int =
        function integer-of-date(function numval(date-work(1:8)))
    string date-work(5:2) delimited by size
           '/'        delimited by size
           date-work(7:2) delimited by size
           '/'        delimited by size
           date-work(3:2) delimited by size
        into run-date.

get-run-options.
    move spaces to env-work
    accept env-work from environment "RNWOAGE"
        on exception continue
    end-accept
    if env-work not = spaces
        compute env-val = function numval(env-work)
        if env-val > 0
            move env-val to woff-age-days
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

*> WRITEOFF takes the operator id from the second command word and
*> the id must carry authority A on the access file, the same gate
*> rncache puts on PURGE. a missing access file locks the write-off.
check-authority.
    move 'N' to authorized
    if operator-id = spaces
        move 'WRITEOFF needs an operator id as second word' to nl-text
        move note-line to print-buffer
        perform write-one-line
        move 8 to return-code
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
                       ' is not authorized for WRITEOFF'
                       delimited by size
                    into nl-text
                move note-line to print-buffer
                perform write-one-line
                move 8 to return-code
            end-if
        else
            if acc-status = '05'
                close access-file
            end-if
            move 'no access file on hand - WRITEOFF is locked' to nl-text
            move note-line to print-buffer
            perform write-one-line
            move 8 to return-code
        end-if
    end-if.

compute-item-age.
    move 0 to age-days
    if susp-date-added is numeric
        move susp-date-added to date-num
        compute added-int = function integer-of-date(date-num)
        compute age-days = today-int - added-int
    end-if.

*> the history record goes out during the walk and the delete after
*> it, so an item is never off the suspense without being on the
*> history. an item the delete table has no room for is not written
*> at all - it stays for the next WRITEOFF run, the same rule rnsrel
*> keeps for released items.
write-off-items.
    open i-o suspense-file
    if susp-status not = '00' and susp-status not = '05'
        move 'no suspense file on hand - nothing to write off'
            to nl-text
        move note-line to print-buffer
        perform write-one-line
    else
        open extend woff-file
        if woff-status = '35'
            open output woff-file
        end-if
        if woff-status not = '00' and woff-status not = '05'
            move spaces to nl-text
            string 'write-off history failed to open, status '
                   delimited by size
                   woff-status delimited by size
                into nl-text
            move note-line to print-buffer
            perform write-one-line
            move 8 to return-code
            close suspense-file
        else
            perform until eof = 'Y'
                read suspense-file next record
                    at end
                        move 'Y' to eof
                    not at end
                        perform consider-write-off
                end-read
            end-perform
            move 'N' to eof
            close woff-file
            perform varying kx from 1 by 1 until kx > del-count
                move del-key-entry(kx) to susp-key
                delete suspense-file record
                    invalid key
                        continue
                end-delete
            end-perform
            close suspense-file
            perform write-woff-audit
            perform print-woff-summary
        end-if
    end-if.

*> a released item is already on its way back into a run; every other
*> state is open and goes when it is marked or past the age.
consider-write-off.
    perform compute-item-age
    move space to woff-basis-work
    evaluate true
        when susp-state = 'W'
            move 'S' to woff-basis-work
        when susp-state = 'R'
            continue
        when age-days > woff-age-days
            move 'A' to woff-basis-work
        when other
            continue
    end-evaluate

    if woff-basis-work not = space
        if del-count >= 1000
            add 1 to woff-left
        else
            move susp-key        to woff-key
            move susp-text       to woff-text
            move susp-corrected  to woff-corrected
            move susp-reason     to woff-reason
            move susp-source     to woff-source
            move susp-dept       to woff-dept
            move susp-item       to woff-item
            move susp-date-added to woff-date-added
            move susp-state      to woff-state
            move age-days        to woff-age
            move woff-basis-work to woff-basis
            move susp-marked-by  to woff-marked-by
            move operator-id     to woff-operator
            move today-date      to woff-date
            write woff-record
            add 1 to del-count
            move susp-key to del-key-entry(del-count)
            if woff-basis-work = 'S'
                add 1 to woff-marked
            else
                add 1 to woff-aged
            end-if
        end-if
    end-if.

write-woff-audit.
    move del-count to aud-temp
    move 0 to aud-ret
    move function current-date(1:14) to aud-ts
    move operator-id to aud-usr
    open extend rn-audit
    if aud-status = '35'
        open output rn-audit
    end-if
    write rn-audit-record from audit-line
    close rn-audit.

print-woff-summary.
    move '------------------- write-off --------------'
        to section-title
    move section-line to print-buffer
    perform write-one-line
    move 'written off - supervisor marked' to cl-label
    move woff-marked to cl-count
    move count-line to print-buffer
    perform write-one-line
    move 'written off - past write-off age' to cl-label
    move woff-aged to cl-count
    move count-line to print-buffer
    perform write-one-line
    move 'write-off age (days)' to cl-label
    move woff-age-days to cl-count
    move count-line to print-buffer
    perform write-one-line
    if woff-left > 0
        move 'due beyond this pass' to cl-label
        move woff-left to cl-count
        move count-line to print-buffer
        perform write-one-line
        move 'run the write-off again to pick up the rest' to nl-text
        move note-line to print-buffer
        perform write-one-line
    end-if
    move spaces to print-buffer
    perform write-one-line.

*> every open item releases to the sort keyed on the date suspended,
*> so the output leg hands the oldest back first; the breakdowns are
*> tallied on the same pass.
aging-report.
    initialize reason-table
    initialize bucket-totals
    open input suspense-file
    if susp-status not = '00' and susp-status not = '05'
        move 'no suspense file on hand - nothing to age' to nl-text
        move note-line to print-buffer
        perform write-one-line
    else
        sort sort-work
            on ascending key sr-date sr-key
            input procedure is tally-open-items
            output procedure is keep-oldest-items
        close suspense-file
        perform print-state-counts
        perform print-reason-breakdown
        perform print-dept-breakdown
        perform print-oldest-items
    end-if.

tally-open-items.
    perform until eof = 'Y'
        read suspense-file next record
            at end
                move 'Y' to eof
            not at end
                perform tally-one-item
        end-read
    end-perform
    move 'N' to eof.

tally-one-item.
    evaluate susp-state
        when 'R'
            add 1 to released-count
        when other
            add 1 to open-count
            evaluate susp-state
                when 'C' add 1 to corrected-count
                when 'W' add 1 to marked-count
                when other add 1 to suspended-count
            end-evaluate
            perform compute-item-age
            perform pick-age-bucket
            perform pick-reason-row
            add 1 to rt-bucket(rx, bx)
            add 1 to bt-bucket(bx)
            perform tally-item-department
            move susp-date-added to sr-date
            move susp-key        to sr-key
            move age-days        to sr-age
            move susp-state      to sr-state
            move susp-reason     to sr-reason
            move susp-dept       to sr-dept
            move susp-item       to sr-item
            move susp-text       to sr-text
            move susp-source     to sr-source
            release sort-rec
    end-evaluate.

pick-age-bucket.
    evaluate true
        when age-days <= 7  move 1 to bx
        when age-days <= 30 move 2 to bx
        when age-days <= 90 move 3 to bx
        when other          move 4 to bx
    end-evaluate.

pick-reason-row.
    move reason-rows to rx
    if susp-reason is numeric
        if susp-reason > '00' and susp-reason < '08'
            move susp-reason to rx
        end-if
    end-if.

tally-item-department.
    move 0 to found-dx
    perform varying dx from 1 by 1
            until dx > dept-count or found-dx > 0
        if dt-code(dx) = susp-dept
            move dx to found-dx
        end-if
    end-perform
    if found-dx = 0
        if dept-count < 100
            add 1 to dept-count
            move dept-count to found-dx
            initialize dept-entry(found-dx)
            move susp-dept to dt-code(found-dx)
        else
            add 1 to dept-overflow
        end-if
    end-if
    if found-dx > 0
        add 1 to dt-bucket(found-dx, bx)
    end-if.

*> the first twenty back from the sort are the oldest; the rest are
*> drained so the sort ends cleanly.
keep-oldest-items.
    move 'N' to sort-eof
    perform until sort-eof = 'Y'
        return sort-work
            at end
                move 'Y' to sort-eof
            not at end
                if oldest-count < 20
                    add 1 to oldest-count
                    move sr-date   to ot-date(oldest-count)
                    move sr-key    to ot-key(oldest-count)
                    move sr-age    to ot-age(oldest-count)
                    move sr-state  to ot-state(oldest-count)
                    move sr-reason to ot-reason(oldest-count)
                    move sr-dept   to ot-dept(oldest-count)
                    move sr-item   to ot-item(oldest-count)
                    move sr-text   to ot-text(oldest-count)
                    move sr-source to ot-source(oldest-count)
                end-if
        end-return
    end-perform.

print-state-counts.
    move '------------------ open items --------------'
        to section-title
    move section-line to print-buffer
    perform write-one-line
    move 'open items on suspense' to cl-label
    move open-count to cl-count
    move count-line to print-buffer
    perform write-one-line
    move 'suspended, uncorrected' to cl-label
    move suspended-count to cl-count
    move count-line to print-buffer
    perform write-one-line
    move 'corrected, unreleased' to cl-label
    move corrected-count to cl-count
    move count-line to print-buffer
    perform write-one-line
    move 'marked for write-off' to cl-label
    move marked-count to cl-count
    move count-line to print-buffer
    perform write-one-line
    move 'released, awaiting rnsrel' to cl-label
    move released-count to cl-count
    move count-line to print-buffer
    perform write-one-line.

print-reason-breakdown.
    move spaces to print-buffer
    perform write-one-line
    move '---------------- by reason code ------------'
        to section-title
    move section-line to print-buffer
    perform write-one-line
    move bucket-heads to print-buffer
    perform write-one-line
    perform varying rx from 1 by 1 until rx > reason-rows
        move spaces to bucket-line
        move reason-label(rx) to bl-label
        move 0 to row-total
        perform varying bx from 1 by 1 until bx > 4
            move rt-bucket(rx, bx) to bl-count(bx)
            add rt-bucket(rx, bx) to row-total
        end-perform
        move row-total to bl-count(5)
        if row-total > 0
            move bucket-line to print-buffer
            perform write-one-line
        end-if
    end-perform
    perform print-bucket-totals.

print-dept-breakdown.
    move spaces to print-buffer
    perform write-one-line
    move '---------------- by department -------------'
        to section-title
    move section-line to print-buffer
    perform write-one-line
    move bucket-heads to print-buffer
    perform write-one-line
    perform varying dx from 1 by 1 until dx > dept-count
        move spaces to bucket-line
        if dt-code(dx) = spaces
            move '(bare layout, no department)' to bl-label
        else
            move dt-code(dx) to bl-label
        end-if
        move 0 to row-total
        perform varying bx from 1 by 1 until bx > 4
            move dt-bucket(dx, bx) to bl-count(bx)
            add dt-bucket(dx, bx) to row-total
        end-perform
        move row-total to bl-count(5)
        move bucket-line to print-buffer
        perform write-one-line
    end-perform
    if dept-overflow > 0
        move 'items beyond department table' to cl-label
        move dept-overflow to cl-count
        move count-line to print-buffer
        perform write-one-line
    end-if
    perform print-bucket-totals.

print-bucket-totals.
    move spaces to bucket-line
    move 'all open items' to bl-label
    move 0 to row-total
    perform varying bx from 1 by 1 until bx > 4
        move bt-bucket(bx) to bl-count(bx)
        add bt-bucket(bx) to row-total
    end-perform
    move row-total to bl-count(5)
    move bucket-line to print-buffer
    perform write-one-line.

print-oldest-items.
    move spaces to print-buffer
    perform write-one-line
    move '--------------- oldest open items ----------'
        to section-title
    move section-line to print-buffer
    perform write-one-line
    if oldest-count = 0
        move 'no open items on the suspense' to nl-text
        move note-line to print-buffer
        perform write-one-line
    else
        move oldest-heads to print-buffer
        perform write-one-line
        perform varying ox from 1 by 1 until ox > oldest-count
            move ot-key(ox)    to ol-key-parts
            move olk-stamp     to ol-stamp
            move olk-file      to ol-file
            move olk-rec       to ol-rec
            move ot-date(ox)   to ol-added
            move ot-age(ox)    to ol-age
            move ot-state(ox)  to ol-state
            move ot-reason(ox) to ol-reason
            move ot-dept(ox)   to ol-dept
            move ot-item(ox)   to ol-item
            move ot-text(ox)   to ol-text
            move ot-source(ox) to ol-source
            move oldest-line to print-buffer
            perform write-one-line
        end-perform
    end-if.
