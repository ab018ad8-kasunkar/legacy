identification division.
program-id. rncache.

*> 2026-10-15  a SEED runs under a run identifier of its own (RNRUNID
*> set to the seed's start stamp), so its conversions are the job's
*> work to the operator activity report rather than a night of
*> inquiries against the id, and the seed leaves one RNCACH line -
*> TEXT=CACHE SEEDED, TEMP= numerals stored, RUN= the seed stamp,
*> USR= the id - the way a purge does.
*> 2026-10-15  a PURGE or SEED refused at the authority check writes
*> its own RNAUD line under program tag RNREFU - TEXT= the mode,
*> REFUSED and why (no operator id, not authorized, no access file),
*> RET=8, USR= the id tried - so the operator activity report
*> (rnopsr) can show who tried what they may not do.
*> 2026-09-02  PURGE and SEED now need an operator id as the second
*> command word ("rncache PURGE JSMITH") and the id must carry
*> authority A on the RNACC access file - anyone who could type
77  run-mode picture x(8).
77  operator-id picture x(8) value spaces.
77  authorized  picture x value 'N'.
77  refuse-why  picture x(16) value spaces.

77  len  picture s99 usage is computational.
77  temp picture s9(8) usage is computational.
77  seed-read    picture 9(9) value 0.
77  seed-stored  picture 9(9) value 0.
77  seed-rejected picture 9(9) value 0.
77  seed-stamp   picture x(14) value spaces.

01  stats-fields.
    02 filler      picture x(5).
*> same layout position for position as rnconv's audit line, so the
*> log readers parse a purge line by the same fixed columns.
01  audit-line.
    02 aud-prog picture x(6) value 'RNCACH'.
    02 filler   picture x value space.
    02 filler   picture x(5) value 'TEXT='.
    02 aud-text picture x(30) value 'CACHE PURGED'.
            perform check-authority
            if authorized = 'Y'
                perform purge-cache
            else
                perform write-refusal-audit
            end-if
        when 'SEED    '
            perform check-authority
            if authorized = 'Y'
                set environment "RNUSER" to operator-id
                move function current-date(1:14) to seed-stamp
                set environment "RNRUNID" to seed-stamp
                perform seed-cache
            else
                perform write-refusal-audit
            end-if
        when other
            move 'mode must be LIST, STATS, PURGE or SEED'
check-authority.
    move 'N' to authorized
    if operator-id = spaces
        move 'NO OPERATOR ID' to refuse-why
        move 'PURGE and SEED need an operator id as second word'
            to nl-text
        move note-line to print-buffer
            move 'N' to acc-eof
            close access-file
            if authorized = 'N'
                move 'NOT AUTHORIZED' to refuse-why
                move spaces to nl-text
                string operator-id delimited by space
                       ' is not authorized for PURGE or SEED'
            if acc-status = '05'
                close access-file
            end-if
            move 'NO ACCESS FILE' to refuse-why
            move 'no access file on hand - PURGE and SEED are locked'
                to nl-text
            move note-line to print-buffer
    write rn-audit-record from audit-line
    close rn-audit.

write-seed-audit.
    move 'CACHE SEEDED' to aud-text
    move seed-stored to aud-temp
    move 0 to aud-ret
    move function current-date(1:14) to aud-ts
    move seed-stamp to aud-run
    move operator-id to aud-usr
    open extend rn-audit
    if aud-status = '35'
        open output rn-audit
    end-if
    write rn-audit-record from audit-line
    close rn-audit.

write-refusal-audit.
    move 'RNREFU' to aud-prog
    move spaces to aud-text
    string function upper-case(run-mode) delimited by space
           ' REFUSED ' delimited by size
           refuse-why delimited by size
        into aud-text
    move 0 to aud-temp
    move 8 to aud-ret
    move function current-date(1:14) to aud-ts
    move operator-id to aud-usr
    open extend rn-audit
    if aud-status = '35'
        open output rn-audit
    end-if
    write rn-audit-record from audit-line
    close rn-audit.

purge-cache.
    open output rn-lookup
    if cache-status(1:1) = '0'
        move -1 to len
        call "rnconv" using array-area, len, ret, temp,
            syntax-invalid
        perform write-seed-audit

        move 'seed records read' to cl-label
        move seed-read to cl-count
