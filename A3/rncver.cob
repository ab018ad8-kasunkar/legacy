      >>SOURCE FORMAT FREE
identification division.
program-id. rncver.

*> 2026-10-15  the verification conversions go out under a run
*> identifier of their own (RNRUNID set to the verification's start
*> stamp), as a batch run's do, so the operator activity report
*> passes them over as job work instead of counting every key as an
*> inquiry conversion against the id. the RNCVER lines still record
*> each change FIX makes.
*> 2026-10-15  integrity check of the RNLOOK lookup cache against the
*> conversion rules as they stand today. a cache hit skips validation
*> and conv altogether, and the magnitude-order check has been put
*> right more than once since entries started going in (IVI accepted
*> before 2026-08-09, VI and LXX rejected before 2026-08-22), so an
*> entry stored under the old rules can still be answering lookups.
*> every cache-key is pushed through rnconv with RNLOOKM set to OFF -
*> the full syntax and magnitude checks and a fresh conv, the cache
*> never consulted - and the report (RNCVRR) lists each key that is
*> now invalid and each whose stored value disagrees with the fresh
*> one. mode comes from the command line the way rncache's does:
*>   VERIFY - report only, the cache untouched (the default); an
*>            optional second word is the operator id the
*>            verification conversions audit under
*>   FIX    - "rncver FIX JSMITH": as VERIFY, then every invalid key
*>            is deleted and every disagreeing value rewritten to the
*>            fresh one. the id must carry authority A on the RNACC
*>            access file, the same gate as rncache PURGE, and no
*>            access file means no FIX. each change leaves its own
*>            line on the RNAUD audit log under program tag RNCVER -
*>            TEXT= the key, TEMP= the value now stored (the value
*>            that was cached, for a delete), RET=1 for a delete and
*>            RET=2 for a corrected value, USR= the id.
*> VERIFY retries a busy lookup file the way rncache LIST does; FIX,
*> like PURGE, fails fast rather than change the cache under a run
*> that holds it. return code 4 when VERIFY finds anything wrong.

environment division.
input-output section.
file-control.
    select optional rn-lookup assign to "RNLOOK"
        organization is indexed
        access mode is dynamic
        record key is cache-key
        file status is cache-status.
    select optional access-file assign to "RNACC"
        organization is line sequential
        file status is acc-status.
    select optional rn-audit assign to "RNAUD"
        organization is line sequential
        file status is aud-status.
    select report-out assign to "RNCVRR"
        organization is line sequential.

data division.
file section.
fd  rn-lookup.
    01 cache-record.
       02 cache-key   picture x(30).
       02 cache-value picture s9(8) usage is computational-3.

fd  access-file.
    01 access-record.
       02 acc-id   picture x(8).
       02 filler   picture x.
       02 acc-auth picture x.

fd  rn-audit.
    01 rn-audit-record picture x(114).

fd  report-out.
    01 report-record picture x(132).

working-storage section.
77  cache-status picture xx.
77  acc-status   picture xx.
77  aud-status   picture xx.
77  eof picture x value 'N'.
77  acc-eof picture x value 'N'.
77  cmd-args picture x(40).
77  run-mode picture x(8).
77  operator-id picture x(8) value spaces.
77  authorized  picture x value 'N'.
77  fix-mode    picture x value 'N'.
77  verify-stamp picture x(14) value spaces.

77  len  picture s99 usage is computational.
77  temp picture s9(8) usage is computational.
77  ret  picture s9 usage is computational-3.
77  space-count picture s99 usage is computational.
77  syntax-invalid picture x.
01  array-area.
    02 user-input-array picture x(1) occurs 30 times.

77  retry-count   picture s9(3) usage is computational.
77  sleep-seconds picture 9(8) usage is computational value 1.

77  cached-work   picture s9(8) usage is computational.
77  hold-action   picture x value space.
77  checked-count picture 9(9) value 0.
77  good-count    picture 9(9) value 0.
77  invalid-count picture 9(9) value 0.
77  mismatch-count picture 9(9) value 0.
77  deleted-count picture 9(9) value 0.
77  fixed-count   picture 9(9) value 0.
77  failed-count  picture 9(9) value 0.
77  beyond-count  picture 9(9) value 0.

*> the corrections collect in a table during the read pass and go in
*> after it, the same way rnsrel's deletes do - changing the file
*> underneath a sequential walk invites a repositioned read.
77  fix-count picture 9(4) value 0.
77  kx        picture s9(4) usage is computational.
01  fix-table.
    02 fix-entry occurs 1000 times.
       03 fx-key    picture x(30).
       03 fx-action picture x.
       03 fx-cached picture s9(8) usage is computational.
       03 fx-fresh  picture s9(8) usage is computational.

*> same page header / run date / page number conventions as rnrpthd.
01  title-line.
    02 filler picture x(11) value spaces.
    02 filler picture x(26) value 'lookup cache verification '.

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

01  problem-heads.
    02 filler picture x(34) value ' cache key'.
    02 filler picture x(12) value '      cached'.
    02 filler picture x(12) value '       fresh'.
    02 filler picture x(30) value '  finding'.

01  problem-line.
    02 filler   picture x value space.
    02 pl-key   picture x(30).
    02 filler   picture x(3) value spaces.
    02 pl-cached picture -(9)9.
    02 filler   picture x(2) value spaces.
    02 pl-fresh picture -(9)9.
    02 pl-fresh-x redefines pl-fresh picture x(10).
    02 filler   picture x(2) value spaces.
    02 pl-finding picture x(40).

01  count-line.
    02 filler picture x value space.
    02 cl-label picture x(32).
    02 filler   picture x value ':'.
    02 cl-count picture zzz,zzz,zz9.

01  note-line.
    02 filler picture x value space.
    02 nl-text picture x(60).

*> same layout position for position as rnconv's audit line, so the
*> log readers parse a correction line by the same fixed columns.
01  audit-line.
    02 filler   picture x(6) value 'RNCVER'.
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
        into run-mode, operator-id
    move function upper-case(operator-id) to operator-id

*> the verification conversions must never be answered out of the
*> cache they are checking, and they are a job's work, not an
*> operator's inquiries - they log under the verification's own run
*> identifier.
    set environment "RNLOOKM" to "OFF"
    move function current-date(1:14) to verify-stamp
    set environment "RNRUNID" to verify-stamp

    open output report-out
    perform write-report-headers

    evaluate function upper-case(run-mode)
        when 'VERIFY  '
        when spaces
            if operator-id not = spaces
                set environment "RNUSER" to operator-id
            end-if
            perform verify-cache
        when 'FIX     '
            perform check-authority
            if authorized = 'Y'
                set environment "RNUSER" to operator-id
                move 'Y' to fix-mode
                perform verify-cache
            end-if
        when other
            move 'mode must be VERIFY or FIX' to nl-text
            move note-line to print-buffer
            perform write-one-line
            move 8 to return-code
    end-evaluate

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

*> FIX takes the operator id from the second command word and the id
*> must carry authority A on the access file, the same gate rncache
*> puts on PURGE. a missing access file locks FIX.
check-authority.
    move 'N' to authorized
    if operator-id = spaces
        move 'FIX needs an operator id as second word' to nl-text
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
                       ' is not authorized for FIX'
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
            move 'no access file on hand - FIX is locked' to nl-text
            move note-line to print-buffer
            perform write-one-line
            move 8 to return-code
        end-if
    end-if.

open-cache-with-retry.
    move 0 to retry-count
    open input rn-lookup
    perform until cache-status not = '93' or retry-count >= 5
        add 1 to retry-count
        call "C$SLEEP" using sleep-seconds
        open input rn-lookup
    end-perform.

verify-cache.
    if fix-mode = 'Y'
        open i-o rn-lookup
    else
        perform open-cache-with-retry
    end-if
    if cache-status not = '00' and cache-status not = '05'
        move spaces to nl-text
        string 'lookup file unreadable, status ' delimited by size
               cache-status delimited by size
               into nl-text
        move note-line to print-buffer
        perform write-one-line
        move 8 to return-code
    else
        move problem-heads to print-buffer
        perform write-one-line
        perform until eof = 'Y'
            read rn-lookup next record
                at end
                    move 'Y' to eof
                not at end
                    add 1 to checked-count
                    perform verify-one-entry
            end-read
        end-perform
        if fix-mode = 'Y'
            perform apply-corrections
        end-if
        close rn-lookup

        move -1 to len
        call "rnconv" using array-area, len, ret, temp,
            syntax-invalid

        perform print-verify-summary
    end-if.

*> the key goes through exactly what a live lookup miss would: the
*> rnconv syntax and magnitude checks, then conv.
verify-one-entry.
    move cache-value to cached-work
    move cache-key to array-area
    move 30 to len
    move zero to temp
    move 0 to ret
    move 0 to space-count
    inspect function reverse(array-area) tallying space-count
        for leading spaces
    subtract space-count from len

    call "rnconv" using array-area, len, ret, temp, syntax-invalid

    evaluate true
        when ret not = 0
            add 1 to invalid-count
            move cache-key to pl-key
            move cached-work to pl-cached
            move spaces to pl-fresh-x
            if syntax-invalid = 'Y'
                move 'no longer a valid numeral' to pl-finding
            else
                move 'conv now rejects it' to pl-finding
            end-if
            move problem-line to print-buffer
            perform write-one-line
            move 'D' to hold-action
            perform hold-correction
        when temp not = cached-work
            add 1 to mismatch-count
            move cache-key to pl-key
            move cached-work to pl-cached
            move temp to pl-fresh
            move 'cached value disagrees' to pl-finding
            move problem-line to print-buffer
            perform write-one-line
            move 'F' to hold-action
            perform hold-correction
        when other
            add 1 to good-count
    end-evaluate.

*> a VERIFY run holds nothing.
hold-correction.
    if fix-mode = 'Y'
        if fix-count >= 1000
            add 1 to beyond-count
        else
            add 1 to fix-count
            move hold-action to fx-action(fix-count)
            move cache-key to fx-key(fix-count)
            move cached-work to fx-cached(fix-count)
            move temp to fx-fresh(fix-count)
        end-if
    end-if.

apply-corrections.
    perform varying kx from 1 by 1 until kx > fix-count
        move fx-key(kx) to cache-key
        if fx-action(kx) = 'D'
            delete rn-lookup record
                invalid key
                    add 1 to failed-count
                not invalid key
                    add 1 to deleted-count
                    move fx-cached(kx) to aud-temp
                    move 1 to aud-ret
                    perform write-correction-audit
            end-delete
        else
            read rn-lookup
                invalid key
                    add 1 to failed-count
                not invalid key
                    move fx-fresh(kx) to cache-value
                    rewrite cache-record
                        invalid key
                            add 1 to failed-count
                        not invalid key
                            add 1 to fixed-count
                            move fx-fresh(kx) to aud-temp
                            move 2 to aud-ret
                            perform write-correction-audit
                    end-rewrite
            end-read
        end-if
    end-perform.

write-correction-audit.
    move fx-key(kx) to aud-text
    move function current-date(1:14) to aud-ts
    move operator-id to aud-usr
    open extend rn-audit
    if aud-status = '35'
        open output rn-audit
    end-if
    write rn-audit-record from audit-line
    close rn-audit.

print-verify-summary.
    move spaces to print-buffer
    perform write-one-line
    if invalid-count = 0 and mismatch-count = 0
        move 'no problems found - every entry matches a fresh conversion'
            to nl-text
        move note-line to print-buffer
        perform write-one-line
    end-if
    move 'cache entries checked' to cl-label
    move checked-count to cl-count
    move count-line to print-buffer
    perform write-one-line
    move 'entries agreeing' to cl-label
    move good-count to cl-count
    move count-line to print-buffer
    perform write-one-line
    move 'entries now invalid' to cl-label
    move invalid-count to cl-count
    move count-line to print-buffer
    perform write-one-line
    move 'entries with a wrong value' to cl-label
    move mismatch-count to cl-count
    move count-line to print-buffer
    perform write-one-line
    if fix-mode = 'Y'
        move 'entries deleted' to cl-label
        move deleted-count to cl-count
        move count-line to print-buffer
        perform write-one-line
        move 'values corrected' to cl-label
        move fixed-count to cl-count
        move count-line to print-buffer
        perform write-one-line
        if failed-count > 0
            move 'corrections that failed' to cl-label
            move failed-count to cl-count
            move count-line to print-buffer
            perform write-one-line
            move 8 to return-code
        end-if
        if beyond-count > 0
            move 'corrections beyond this pass' to cl-label
            move beyond-count to cl-count
            move count-line to print-buffer
            perform write-one-line
            move 'run FIX again to pick up the rest' to nl-text
            move note-line to print-buffer
            perform write-one-line
            move 4 to return-code
        end-if
    else
        if invalid-count > 0 or mismatch-count > 0
            move 'rncver FIX <operator> corrects the entries listed'
                to nl-text
            move note-line to print-buffer
            perform write-one-line
            move 4 to return-code
        end-if
    end-if.
