identification division.
program-id. rnrecon.

*> 2026-10-15  an input file romanbatch refused as a repeat of an
*> earlier run's (processed-files register) was never converted, so
*> the record and expression counts its report section prints are
*> taken off the input this step reads before the two legs are
*> matched; the report shows the records taken off.
*> 2026-10-15  the audit leg now counts conversion lines only (program
*> tags RNCONV and RNDCNV) rather than everything but RNCACH, so the
*> suspense write-off line and any later maintenance tag stay out of
*> the match without another exclusion here.
*> 2026-09-02  the audit line now ends with USR= carrying the
*> operator id (114 bytes); the layout here grew to match. rncache's
*> own purge audit lines (program tag RNCACH) stay out of the audit

77  rnin-count     picture 9(9) value 0.
77  expr-count     picture 9(9) value 0.
77  refused-count  picture 9(9) value 0.
77  refused-exprs  picture 9(9) value 0.
77  work-refused   picture 9(9) value 0.
77  expected-audit picture 9(9) value 0.
77  op-count       picture s99 usage is computational.
77  footer-accepted picture 9(9) value 0.
    perform read-report-footer
    perform count-audit-records

    if refused-count > rnin-count
        move rnin-count to refused-count
    end-if
    if refused-exprs > expr-count
        move expr-count to refused-exprs
    end-if
    subtract refused-count from rnin-count
    subtract refused-exprs from expr-count

    if grand-found = 'Y'
        move grand-accepted to footer-accepted
        move grand-rejected to footer-rejected
        when ' total rejected      :'
            compute grand-rejected =
                function numval-c(report-line(23:12))
        when ' refused records     :'
            compute work-refused =
                function numval(report-line(23:10))
            add work-refused to refused-count
        when ' refused expressions :'
            compute work-refused =
                function numval(report-line(23:10))
            add work-refused to refused-exprs
    end-evaluate.

count-audit-records.
                at end
                    move 'Y' to eof
                not at end
                    if (aud-program = 'RNCONV'
                        or aud-program = 'RNDCNV')
                        and (select-run-id = spaces
                            or aud-run = select-run-id)
                        add 1 to audit-count
    move 'input records (RNIN)' to rl-label
    move rnin-count to rl-count
    write recon-record from recon-line
    if refused-count > 0
        move 'refused as repeats (taken off)' to rl-label
        move refused-count to rl-count
        write recon-record from recon-line
    end-if
    move 'footer accepted' to rl-label
    move footer-accepted to rl-count
    write recon-record from recon-line
