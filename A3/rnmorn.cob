identification division.
program-id. rnmorn.

*> 2026-10-15  condition code 12 also covers a run refused because
*> its period is closed; the step line says so.
*> 2026-10-15  reads the RNOXT outstanding-extracts file rnackr keeps:
*> an rnackr step line counts the extracts the inventory job has not
*> acknowledged or loaded with different figures, and anything open
*> over a day - or any mismatch - raises an ATTENTION, so a failed
*> downstream load shows up here the next morning.
*> 2026-10-15  condition code 10 (an input file refused as a repeat of
*> an earlier run's) reads as its own step outcome and attention
*> line rather than as a file open failure.
*> 2026-10-15  reads the RNHIST run history too: a run rnrevs has
*> backed out says so under the run identity (with the date and who
*> reversed it) and raises an ATTENTION, since its totals below no
*> longer stand; the step outcomes gain an rnrevs line counting the
*> runs reversed since yesterday.
*> 2026-09-02  morning operations summary - one consolidating page
*> over the night's step outputs, run as the last step of the job.
*> the story of a run used to live in five places: romanbatch's
    select optional summ-in assign to "RNSUMR"
        organization is line sequential
        file status is summ-status.
    select optional run-history assign to "RNHIST"
        organization is indexed
        access mode is dynamic
        record key is hist-key
        file status is hist-status.
    select optional outstanding-file assign to "RNOXT"
        organization is indexed
        access mode is dynamic
        record key is oxt-key
        file status is oxt-status.
    select report-out assign to "RNMORR"
        organization is line sequential.

    01 rn-stats-record picture x(30).
fd  summ-in.
    01 summ-record picture x(132).
fd  run-history.
copy "rnhist".
fd  outstanding-file.
copy "rnoxt".
fd  report-out.
    01 report-record picture x(132).

77  recon-status picture xx.
77  stat-status  picture xx.
77  summ-status  picture xx.
77  hist-status  picture xx.
77  oxt-status   picture xx.
77  eof picture x value 'N'.

*> the run-control record as romanbatch lays it out.
*> summary report: space = no report, 'C' clean, 'W' trailer warning.
77  summ-verdict picture x value space.

*> reversals: whether last night's run has been backed out, and how
*> many runs were reversed today or yesterday.
77  run-reversed picture x value 'N'.
77  rev-date     picture x(8) value spaces.
77  rev-by       picture x(8) value spaces.
77  recent-revs  picture 9(3) value 0.
77  since-date   picture x(8) value spaces.
77  since-num    picture 9(8).
77  revs-disp    picture zz9.

*> downstream acknowledgments: extracts sent and not acknowledged,
*> acknowledged with different figures, and either kind over a day
*> old. space = no outstanding-extracts file.
77  oxt-found     picture x value space.
77  open-extracts picture 9(5) value 0.
77  mismatched-extracts picture 9(5) value 0.
77  aged-extracts picture 9(5) value 0.
77  today-num     picture 9(8).
77  sent-num      picture 9(8).
77  extracts-disp picture zzzz9.
77  mismatch-disp picture zzzz9.

77  attention-count picture 9(3) value 0.

*> same page header / run date / page number conventions as rnrpthd.
    perform read-recon-report
    perform read-stats
    perform read-summ-report
    perform read-run-history
    perform read-outstanding-extracts

    open output report-out
    perform write-report-headers
    end-if
    move 'N' to eof.

*> reversal dates are yyyymmdd; yesterday is the cut-off for the
*> step line, so a reversal keyed the morning after still shows.
read-run-history.
    compute since-num = function date-of-integer
        (function integer-of-date
            (function numval(date-work(1:8))) - 1)
    move since-num to since-date
    open input run-history
    if hist-status = '00'
        perform until eof = 'Y'
            read run-history next record
                at end
                    move 'Y' to eof
                not at end
                    if hist-reversed = 'R'
                        if hist-key = run-id
                            move 'Y' to run-reversed
                            move hist-rev-date to rev-date
                            move hist-rev-by to rev-by
                        end-if
                        if hist-rev-date >= since-date
                            add 1 to recent-revs
                        end-if
                    end-if
            end-read
        end-perform
        close run-history
    end-if
    move 'N' to eof.

*> the same one-day age rnackr flags with its return code.
read-outstanding-extracts.
    move date-work(1:8) to today-num
    open input outstanding-file
    if oxt-status = '00'
        move 'Y' to oxt-found
        perform until eof = 'Y'
            read outstanding-file next record
                at end
                    move 'Y' to eof
                not at end
                    if oxt-state not = 'A'
                        if oxt-state = 'M'
                            add 1 to mismatched-extracts
                        else
                            add 1 to open-extracts
                        end-if
                        move oxt-sent-date to sent-num
                        if function integer-of-date(today-num)
                            - function integer-of-date(sent-num) > 1
                            add 1 to aged-extracts
                        end-if
                    end-if
            end-read
        end-perform
        close outstanding-file
    else
        if oxt-status = '05'
            close outstanding-file
        end-if
    end-if
    move 'N' to eof.

print-run-identity.
    move '--------------- last night''s run -----------'
        to section-title
            move note-line to print-buffer
            perform write-one-line
        end-if
        if run-reversed = 'Y'
            move spaces to nl-text
            string 'REVERSED ' delimited by size
                   rev-date delimited by size
                   ' by ' delimited by size
                   rev-by delimited by space
                   ' - the totals below no longer stand'
                       delimited by size
                into nl-text
            move note-line to print-buffer
            perform write-one-line
        end-if
    else
        move 'no run on the run-control file' to nl-text
        move note-line to print-buffer
                to sl-text
        when run-cc = 8
            move 'rejects over the threshold' to sl-text
        when run-cc = 10
            move 'input file refused - same contents as an earlier run'
                to sl-text
        when other
            move 'file open or checkpoint failure, or period closed'
                to sl-text
    end-evaluate
    move status-line to print-buffer
    perform write-one-line
        when other move 'no summary report on file' to sl-text
    end-evaluate
    move status-line to print-buffer
    perform write-one-line

    move 'rnrevs' to sl-step
    if recent-revs = 0
        move 'no runs reversed since yesterday' to sl-text
    else
        move recent-revs to revs-disp
        move spaces to sl-text
        string revs-disp delimited by size
               ' run(s) reversed since yesterday' delimited by size
            into sl-text
    end-if
    move status-line to print-buffer
    perform write-one-line

    move 'rnackr' to sl-step
    evaluate true
        when oxt-found = space
            move 'no outstanding-extracts file on hand' to sl-text
        when open-extracts = 0 and mismatched-extracts = 0
            move 'every extract sent acknowledged and agreeing'
                to sl-text
        when other
            move open-extracts to extracts-disp
            move mismatched-extracts to mismatch-disp
            move spaces to sl-text
            string extracts-disp delimited by size
                   ' extract(s) outstanding,' delimited by size
                   mismatch-disp delimited by size
                   ' mismatched' delimited by size
                into sl-text
    end-evaluate
    move status-line to print-buffer
    perform write-one-line.

print-run-totals.
                to at-text
            perform write-attention
        else
            if run-cc = 10
                move 'input file refused as a repeat - see the console log'
                    to at-text
                perform write-attention
            end-if
            if run-cc >= 8 and run-cc not = 10
                move run-cc to cc-disp
                move spaces to at-text
                string 'romanbatch ended condition code '
        end-if
    end-if

    if run-reversed = 'Y'
        move 'run has been reversed - downstream must load RNREVX'
            to at-text
        perform write-attention
    end-if

    if footer-found = 'N' and grand-found = 'N'
        move 'no summary footer on the report - run died mid-write'
            to at-text
        perform write-attention
    end-if

    if aged-extracts > 0
        move aged-extracts to extracts-disp
        move spaces to at-text
        string extracts-disp delimited by size
               ' extract(s) open downstream over a day - see RNACKR'
                   delimited by size
            into at-text
        perform write-attention
    end-if
    if mismatched-extracts > 0
        move 'inventory job loaded different figures - see RNACKR'
            to at-text
        perform write-attention
    end-if

    if attention-count = 0
        if run-cc = 4
            move 'night was clean - rejects wait in suspense (rnscorr)'
