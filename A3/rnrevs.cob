      >>SOURCE FORMAT FREE
identification division.
program-id. rnrevs.

*> 2026-10-15  a run in a period rnclose has closed (RNPER) is not
*> reversed - its department statements are out and the history
*> behind them stays as it was.
*> 2026-10-15  also takes the reversed run's input files back off the
*> RNFREG processed-files register, so the right file - or the same
*> one, put through properly - is not refused as a repeat of a run
*> that no longer stands.
*> 2026-10-15  backs out a romanbatch run that should never have gone
*> in - the wrong upstream file, the wrong department's file on the
*> control card. "rnrevs <run identifier> <operator>": the identifier
*> is the one on the RNRUNC run control and the RNHIST history, and
*> the operator must carry authority A on the RNACC access file, the
*> same gate as rncache PURGE (no access file, no reversal). with
*> the run found and not already reversed it:
*>   - writes the reversal extract RNREVX from the run's own RNEXT
*>     extract (point RNEXT at it): the RNEXT layout, one detail per
*>     accepted record with the value negated (zoned sign), a header
*>     naming the reversed run and marked REVERSAL, and a trailer
*>     with the negated sum, so the downstream inventory job backs
*>     the values out the way it loaded them. an RNEXT holding some
*>     other run stops the reversal before anything changes; with
*>     RNEXT unset no reversal extract is written and the report
*>     says so
*>   - removes the run's items still on RNSUSP, listing each one
*>   - puts the RNITEM item values the run posted back to the
*>     appearance before it (an item the run brought in new comes
*>     off the master), so rnivar does not report the bad file as
*>     the night's movement
*>   - marks the RNHIST record reversed with the date and operator,
*>     which rntrend and rnmorn show
*>   - writes one RNAUD line under program tag RNREVS - TEXT= RUN
*>     REVERSED and the identifier, TEMP= the accepted values backed
*>     out, RUN= the reversed run, USR= the operator
*> the report goes to RNREVR. return code 8 when the reversal was
*> refused, 4 when it went through but something could not be
*> backed out (listed on the report).

environment division.
input-output section.
file-control.
    select optional run-history assign to "RNHIST"
        organization is indexed
        access mode is dynamic
        record key is hist-key
        file status is hist-status.
    select optional run-control assign to "RNRUNC"
        organization is line sequential
        file status is runc-status.
    select optional extract-in assign to "RNEXT"
        organization is line sequential
        file status is ext-status.
    select reversal-out assign to "RNREVX"
        organization is line sequential
        file status is revx-status.
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
    select optional access-file assign to "RNACC"
        organization is line sequential
        file status is acc-status.
    select optional rn-audit assign to "RNAUD"
        organization is line sequential
        file status is aud-status.
    select optional file-register assign to "RNFREG"
        organization is indexed
        access mode is dynamic
        record key is freg-key
        file status is freg-status.
    select optional period-file assign to "RNPER"
        organization is indexed
        access mode is dynamic
        record key is per-period
        file status is per-status.
    select report-out assign to "RNREVR"
        organization is line sequential.

data division.
file section.
fd  run-history.
copy "rnhist".
fd  run-control.
    01 run-control-record picture x(43).
fd  extract-in.
    01 extract-record picture x(80).
fd  reversal-out.
    01 reversal-record picture x(80).
fd  suspense-file.
copy "rnsusp".
fd  item-master.
copy "rnitem".
fd  access-file.
    01 access-record.
       02 acc-id   picture x(8).
       02 filler   picture x.
       02 acc-auth picture x.
fd  rn-audit.
    01 rn-audit-record picture x(114).
fd  file-register.
copy "rnfreg".
fd  period-file.
copy "rnper".
fd  report-out.
    01 report-record picture x(132).

working-storage section.
77  hist-status  picture xx.
77  runc-status  picture xx.
77  ext-status   picture xx.
77  revx-status  picture xx.
77  susp-status  picture xx.
77  item-status  picture xx.
77  acc-status   picture xx.
77  aud-status   picture xx.
77  freg-status  picture xx.
77  per-status   picture xx.
77  eof picture x value 'N'.
77  acc-eof picture x value 'N'.
77  cmd-args picture x(40).
77  rev-run-id  picture x(14) value spaces.
77  operator-id picture x(8) value spaces.
77  authorized  picture x value 'N'.
77  today-date  picture x(8) value spaces.
77  rev-stamp   picture x(14) value spaces.

*> where the run was found: on the history (H), only on the run
*> control (C) - a run that died before posting - or not at all (N).
77  run-known    picture x value 'N'.
77  refused      picture x value 'N'.
77  extract-mode picture x value 'N'.
77  extract-check picture x(8) value spaces.

77  revx-details  picture 9(9) value 0.
77  revx-sum      picture s9(15) usage is computational value 0.
77  rejects-skipped picture 9(9) value 0.
77  susp-removed  picture 9(9) value 0.
77  items-restored picture 9(9) value 0.
77  items-removed picture 9(9) value 0.
77  files-released picture 9(9) value 0.
77  failed-count  picture 9(9) value 0.
77  audit-temp    picture s9(8) usage is computational.
77  pass-start    picture 9(9) value 0.

*> keys collect in a table during each read pass and the changes go
*> in after it, the same way rnsrel's deletes do; a pass that fills
*> the table is followed by another until one comes up short.
77  more-items picture x value 'N'.
77  key-count  picture 9(4) value 0.
77  kx         picture s9(4) usage is computational.
01  key-table.
    02 key-entry occurs 1000 times.
       03 kt-key    picture x(41).
       03 kt-action picture x.

*> the RNRUNC record as romanbatch lays it out.
01  runc-fields.
    02 rc-run-id picture x(14).
    02 rc-tag    picture x(9).
    02 rc-ts     picture x(14).
    02 filler    picture x(4).
    02 rc-cc     picture x(2).

*> romanbatch's extract records, and the reversal's own header and
*> detail over the same positions.
01  ext-header.
    02 eh-type     picture x.
    02 eh-run-date picture x(8).
    02 eh-run-id   picture x(14).
    02 filler      picture x(57).
01  ext-detail.
    02 ed-type   picture x.
    02 ed-text   picture x(30).
    02 ed-value  picture 9(9).
    02 ed-flag   picture x.
    02 ed-reason picture x(2).
    02 ed-run-date picture x(8).
    02 ed-dept   picture x(4).
    02 ed-item   picture x(10).
    02 ed-norm   picture x(1).
    02 filler    picture x(14).
01  rev-header.
    02 filler      picture x value 'H'.
    02 rh-run-date picture x(8).
    02 rh-run-id   picture x(14).
    02 filler      picture x(8) value 'REVERSAL'.
    02 rh-rev-stamp picture x(14).
    02 filler      picture x(35) value spaces.
01  rev-detail.
    02 rd-type   picture x.
    02 rd-text   picture x(30).
    02 rd-value  picture s9(9).
    02 rd-rest   picture x(40).
01  ext-trailer.
    02 filler picture x value 'T'.
    02 et-accepted picture 9(9).
    02 et-rejected picture 9(9).
    02 et-sum picture s9(15) sign is leading separate.
    02 filler picture x(45) value spaces.

*> same page header / run date / page number conventions as rnrpthd.
01  title-line.
    02 filler picture x(11) value spaces.
    02 filler picture x(26) value 'run reversal report       '.

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
    02 rl-run  picture x(14).

01  susp-heads.
    02 filler picture x(21) value ' suspense removed    '.
    02 filler picture x(10) value 'file  rec#'.
    02 filler picture x(33) value '      text'.
    02 filler picture x(12) value 'reason state'.

01  susp-line.
    02 filler   picture x value space.
    02 filler   picture x(20) value spaces.
    02 sl-file-seq picture zz9.
    02 filler   picture x value space.
    02 sl-rec-num picture z(8)9.
    02 filler   picture x(2) value spaces.
    02 sl-text  picture x(30).
    02 filler   picture x(2) value spaces.
    02 sl-reason picture x(2).
    02 filler   picture x(5) value spaces.
    02 sl-state picture x.

01  count-line.
    02 filler picture x value space.
    02 cl-label picture x(32).
    02 filler   picture x value ':'.
    02 cl-count picture zzz,zzz,zz9.

01  sum-line.
    02 filler picture x value space.
    02 sm-label picture x(32).
    02 filler   picture x value ':'.
    02 sm-value picture -(14)9.

01  note-line.
    02 filler picture x value space.
    02 nl-text picture x(70).

*> same layout position for position as rnconv's audit line, so the
*> log readers parse a reversal line by the same fixed columns.
01  audit-line.
    02 filler   picture x(6) value 'RNREVS'.
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
    accept cmd-args from command-line
    unstring cmd-args delimited by all ' '
        into rev-run-id, operator-id
    move function upper-case(operator-id) to operator-id

    open output report-out
    perform write-report-headers

    if rev-run-id = spaces
        move 'usage: rnrevs <run identifier> <operator>' to nl-text
        move note-line to print-buffer
        perform write-one-line
        move 8 to return-code
    else
        perform check-authority
        if authorized = 'Y'
            perform reverse-run
        end-if
    end-if

    close report-out.
    stop run.

initialize-report.
    move function current-date to date-work
    move date-work(1:8) to today-date
    move date-work(1:14) to rev-stamp
    string date-work(5:2) delimited by size
           '/'        delimited by size
           date-work(7:2) delimited by size
           '/'        delimited by size
           date-work(3:2) delimited by size
        into run-date.

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

*> the operator id comes from the second command word and must carry
*> authority A on the access file, the same gate rncache puts on
*> PURGE. a missing access file locks the reversal.
check-authority.
    move 'N' to authorized
    if operator-id = spaces
        move 'a reversal needs an operator id as second word'
            to nl-text
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
                       ' is not authorized to reverse a run'
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
            move 'no access file on hand - reversal is locked'
                to nl-text
            move note-line to print-buffer
            perform write-one-line
            move 8 to return-code
        end-if
    end-if.

*> every check that can refuse the reversal comes before the first
*> change, so a refused reversal leaves every file as it was.
reverse-run.
    move 'run to reverse' to rl-text
    move rev-run-id to rl-run
    move run-line to print-buffer
    perform write-one-line
    move 'reversed by' to rl-text
    move operator-id to rl-run
    move run-line to print-buffer
    perform write-one-line
    move spaces to print-buffer
    perform write-one-line

    perform find-run
    if refused = 'N'
        perform check-period-open
    end-if
    if refused = 'N'
        perform check-extract
    end-if
    if refused = 'Y'
        move 8 to return-code
    else
        if extract-mode = 'Y'
            perform write-reversal-extract
        else
            move 'RNEXT not set - no reversal extract written'
                to nl-text
            move note-line to print-buffer
            perform write-one-line
        end-if
        perform remove-suspense-items
        perform restore-item-values
        perform release-registered-files
        if run-known = 'H'
            perform mark-history
        end-if
        perform write-reversal-audit
        perform print-reversal-summary
    end-if.

*> the history record is what gets marked; a run that died before it
*> posted one is only on the run control, and can still be backed
*> out of the extract, suspense and item master.
find-run.
    move 'N' to run-known
    open input run-history
    if hist-status = '00'
        move rev-run-id to hist-key
        read run-history
            invalid key
                continue
            not invalid key
                move 'H' to run-known
                if hist-reversed = 'R'
                    move spaces to nl-text
                    string 'run already reversed on ' delimited by size
                           hist-rev-date delimited by size
                           ' by ' delimited by size
                           hist-rev-by delimited by space
                        into nl-text
                    move note-line to print-buffer
                    perform write-one-line
                    move 'Y' to refused
                end-if
        end-read
        close run-history
    else
        if hist-status = '05'
            close run-history
        end-if
    end-if

    if run-known = 'N'
        open input run-control
        if runc-status = '00'
            perform until eof = 'Y'
                read run-control into runc-fields
                    at end
                        move 'Y' to eof
                    not at end
                        if rc-run-id = rev-run-id
                            and rc-tag = ' STARTED '
                            move 'C' to run-known
                        end-if
                end-read
            end-perform
            close run-control
            move 'N' to eof
        end-if
        if run-known = 'C'
            move 'run is on the run control only - no history to mark'
                to nl-text
            move note-line to print-buffer
            perform write-one-line
        else
            move 'run is on neither the run history nor the run control'
                to nl-text
            move note-line to print-buffer
            perform write-one-line
            move 'Y' to refused
        end-if
    end-if.

*> the run's period is the year and month of its identifier, the
*> same one romanbatch posts it under.
check-period-open.
    open input period-file
    if per-status = '00'
        move rev-run-id(1:6) to per-period
        read period-file
            invalid key
                continue
            not invalid key
                if per-state = 'C'
                    move spaces to nl-text
                    string 'run falls in period ' delimited by size
                           per-period delimited by size
                           ', closed ' delimited by size
                           per-closed-date delimited by size
                           ' by ' delimited by size
                           per-closed-by delimited by space
                        into nl-text
                    move note-line to print-buffer
                    perform write-one-line
                    move 'Y' to refused
                end-if
        end-read
        close period-file
    else
        if per-status = '05'
            close period-file
        end-if
    end-if.

*> RNEXT is opened output on every run, so the run's extract may
*> well have been written over; the header has to name this run.
check-extract.
    accept extract-check from environment "RNEXT"
        on exception continue
    end-accept
    if extract-check not = spaces
        move 'Y' to extract-mode
        open input extract-in
        if ext-status = '00'
            read extract-in into ext-header
                at end
                    move spaces to ext-header
            end-read
            close extract-in
        else
            move spaces to ext-header
        end-if
        if eh-type not = 'H' or eh-run-id not = rev-run-id
            move spaces to nl-text
            if eh-type = 'H'
                string 'RNEXT holds run ' delimited by size
                       eh-run-id delimited by size
                       ' - point it at the run''s own extract'
                           delimited by size
                    into nl-text
            else
                move 'RNEXT holds no extract - point it at the run''s own'
                    to nl-text
            end-if
            move note-line to print-buffer
            perform write-one-line
            move 'Y' to refused
        end-if
    end-if.

*> details only for the accepted records - a reject never loaded
*> anything downstream. everything after the value stays exactly as
*> the run wrote it, the run date included.
write-reversal-extract.
    open output reversal-out
    if revx-status not = '00'
        move spaces to nl-text
        string 'reversal extract failed to open, status '
                   delimited by size
               revx-status delimited by size
            into nl-text
        move note-line to print-buffer
        perform write-one-line
        add 1 to failed-count
    else
        open input extract-in
        move today-date(5:2) to rh-run-date(1:2)
        move '/' to rh-run-date(3:1)
        move today-date(7:2) to rh-run-date(4:2)
        move '/' to rh-run-date(6:1)
        move today-date(3:2) to rh-run-date(7:2)
        move rev-run-id to rh-run-id
        move rev-stamp to rh-rev-stamp
        write reversal-record from rev-header
        perform until eof = 'Y'
            read extract-in into ext-detail
                at end
                    move 'Y' to eof
                not at end
                    perform reverse-extract-detail
            end-read
        end-perform
        close extract-in
        move 'N' to eof
        move revx-details to et-accepted
        move 0 to et-rejected
        compute et-sum = 0 - revx-sum
        write reversal-record from ext-trailer
        close reversal-out
    end-if.

reverse-extract-detail.
    if ed-type = 'D'
        if ed-flag = 'A'
            move ext-detail to rev-detail
            compute rd-value = 0 - ed-value
            write reversal-record from rev-detail
            add 1 to revx-details
            add ed-value to revx-sum
        else
            add 1 to rejects-skipped
        end-if
    end-if.

*> the suspense keys start with the run's stamp, so the run's items
*> sit together from a start on the stamp.
remove-suspense-items.
    open i-o suspense-file
    if susp-status = '00'
        move susp-heads to print-buffer
        perform write-one-line
        move 'Y' to more-items
        perform remove-suspense-pass
            until more-items = 'N'
        close suspense-file
    else
        if susp-status = '05'
            close suspense-file
        end-if
        move 'no suspense file on hand - nothing to remove'
            to nl-text
        move note-line to print-buffer
        perform write-one-line
    end-if.

remove-suspense-pass.
    move 'N' to more-items
    move 0 to key-count
    move rev-run-id to susp-stamp
    move 0 to susp-file-seq
    move 0 to susp-rec-num
    start suspense-file key is not less than susp-key
        invalid key
            move 'Y' to eof
    end-start
    perform until eof = 'Y'
        read suspense-file next record
            at end
                move 'Y' to eof
            not at end
                if susp-stamp not = rev-run-id
                    move 'Y' to eof
                else
                    if key-count >= 1000
                        move 'Y' to more-items
                        move 'Y' to eof
                    else
                        add 1 to key-count
                        move susp-key to kt-key(key-count)
                        move susp-file-seq to sl-file-seq
                        move susp-rec-num to sl-rec-num
                        move susp-text to sl-text
                        move susp-reason to sl-reason
                        move susp-state to sl-state
                        move susp-line to print-buffer
                        perform write-one-line
                    end-if
                end-if
        end-read
    end-perform
    move 'N' to eof
    move susp-removed to pass-start
    perform varying kx from 1 by 1 until kx > key-count
        move kt-key(kx) to susp-key
        delete suspense-file record
            invalid key
                add 1 to failed-count
            not invalid key
                add 1 to susp-removed
        end-delete
    end-perform
*> a full pass that removed nothing would only find the same items.
    if susp-removed = pass-start
        move 'N' to more-items
    end-if.

*> an item whose current appearance is the reversed run's goes back
*> to the appearance before it, which then has no previous of its
*> own on the master; one the run brought in new comes off. an item
*> posted again by a later run is left standing.
restore-item-values.
    open i-o item-master
    if item-status = '00'
        move 'Y' to more-items
        perform restore-item-pass
            until more-items = 'N'
        close item-master
    else
        if item-status = '05'
            close item-master
        end-if
    end-if.

restore-item-pass.
    move 'N' to more-items
    move 0 to key-count
    perform until eof = 'Y'
        read item-master next record
            at end
                move 'Y' to eof
            not at end
                if item-run-id = rev-run-id
                    if key-count >= 1000
                        move 'Y' to more-items
                        move 'Y' to eof
                    else
                        add 1 to key-count
                        move item-key to kt-key(key-count)
                        if item-prev-run = spaces
                            move 'D' to kt-action(key-count)
                        else
                            move 'R' to kt-action(key-count)
                        end-if
                    end-if
                end-if
        end-read
    end-perform
    move 'N' to eof
    add items-restored to items-removed giving pass-start
    perform varying kx from 1 by 1 until kx > key-count
        perform restore-one-item
    end-perform
    if items-restored + items-removed = pass-start
        move 'N' to more-items
    end-if
    if more-items = 'Y'
        move low-values to item-key
        start item-master key is not less than item-key
            invalid key
                move 'N' to more-items
        end-start
    end-if.

restore-one-item.
    move kt-key(kx)(1:14) to item-key
    if kt-action(kx) = 'D'
        delete item-master record
            invalid key
                add 1 to failed-count
            not invalid key
                add 1 to items-removed
        end-delete
    else
        read item-master
            invalid key
                add 1 to failed-count
            not invalid key
                move item-prev-value to item-value
                move item-prev-text  to item-text
                move item-prev-run   to item-run-id
                move 0      to item-prev-value
                move spaces to item-prev-text
                move spaces to item-prev-run
                rewrite item-record
                    invalid key
                        add 1 to failed-count
                    not invalid key
                        add 1 to items-restored
                end-rewrite
        end-read
    end-if.

*> the register is keyed on file contents, so the run's entries are
*> found by walking it.
release-registered-files.
    open i-o file-register
    if freg-status = '00'
        move 'Y' to more-items
        perform release-file-pass
            until more-items = 'N'
        close file-register
    else
        if freg-status = '05'
            close file-register
        end-if
    end-if.

release-file-pass.
    move 'N' to more-items
    move 0 to key-count
    move low-values to freg-key
    start file-register key is not less than freg-key
        invalid key
            move 'Y' to eof
    end-start
    perform until eof = 'Y'
        read file-register next record
            at end
                move 'Y' to eof
            not at end
                if freg-run-id = rev-run-id
                    if key-count >= 1000
                        move 'Y' to more-items
                        move 'Y' to eof
                    else
                        add 1 to key-count
                        move freg-key to kt-key(key-count)
                    end-if
                end-if
        end-read
    end-perform
    move 'N' to eof
    move files-released to pass-start
    perform varying kx from 1 by 1 until kx > key-count
        move kt-key(kx) to freg-key
        delete file-register record
            invalid key
                add 1 to failed-count
            not invalid key
                add 1 to files-released
        end-delete
    end-perform
    if files-released = pass-start
        move 'N' to more-items
    end-if.

mark-history.
    open i-o run-history
    if hist-status = '00'
        move rev-run-id to hist-key
        read run-history
            invalid key
                add 1 to failed-count
            not invalid key
                move 'R' to hist-reversed
                move today-date to hist-rev-date
                move operator-id to hist-rev-by
                rewrite hist-record
                    invalid key
                        add 1 to failed-count
                end-rewrite
        end-read
        close run-history
    else
        add 1 to failed-count
    end-if.

write-reversal-audit.
    move spaces to aud-text
    string 'RUN REVERSED ' delimited by size
           rev-run-id delimited by size
        into aud-text
    if revx-sum > 99999999
        move 99999999 to audit-temp
    else
        move revx-sum to audit-temp
    end-if
    move audit-temp to aud-temp
    move 0 to aud-ret
    move function current-date(1:14) to aud-ts
    move rev-run-id to aud-run
    move operator-id to aud-usr
    open extend rn-audit
    if aud-status = '35'
        open output rn-audit
    end-if
    write rn-audit-record from audit-line
    close rn-audit.

print-reversal-summary.
    move spaces to print-buffer
    perform write-one-line
    if extract-mode = 'Y'
        move 'accepted records reversed' to cl-label
        move revx-details to cl-count
        move count-line to print-buffer
        perform write-one-line
        move 'rejected records (not reversed)' to cl-label
        move rejects-skipped to cl-count
        move count-line to print-buffer
        perform write-one-line
        move 'sum of values backed out' to sm-label
        move revx-sum to sm-value
        move sum-line to print-buffer
        perform write-one-line
    end-if
    move 'suspense items removed' to cl-label
    move susp-removed to cl-count
    move count-line to print-buffer
    perform write-one-line
    move 'item values restored' to cl-label
    move items-restored to cl-count
    move count-line to print-buffer
    perform write-one-line
    move 'items new with the run removed' to cl-label
    move items-removed to cl-count
    move count-line to print-buffer
    perform write-one-line
    move 'input files off the register' to cl-label
    move files-released to cl-count
    move count-line to print-buffer
    perform write-one-line
    if failed-count > 0
        move 'changes that failed' to cl-label
        move failed-count to cl-count
        move count-line to print-buffer
        perform write-one-line
        move 4 to return-code
    end-if
    if run-known = 'H'
        move 'run marked reversed on the run history' to nl-text
    else
        move 'run history not marked - the run never posted to it'
            to nl-text
    end-if
    move note-line to print-buffer
    perform write-one-line
    if extract-mode = 'Y'
        move 'send RNREVX to the inventory job to back the values out'
            to nl-text
        move note-line to print-buffer
        perform write-one-line
    end-if.
