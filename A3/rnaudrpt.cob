identification division.
program-id. rnaudrpt.

*> 2026-10-15  rncache's refused PURGE/SEED lines (program tag
*> RNREFU) count as cache maintenance lines; failed sign-ons (RNSGNF)
*> and the rnscorr correction lines (RNSCOR) join the "other
*> maintenance lines" bucket. none of them are conversion attempts,
*> so all stay out of the accept/reject split.
*> 2026-10-15  the month-end close line from rnclose (program tag
*> RNCLOS) joins the "other maintenance lines" bucket.
*> 2026-10-15  run reversal lines from rnrevs (program tag RNREVS)
*> join the "other maintenance lines" bucket.
*> 2026-10-15  the rncver cache corrections (program tag RNCVER)
*> count as cache maintenance lines alongside rncache's purges.
*> 2026-10-15  department maintenance lines from rndmnt (program tag
*> RNDMNT) join the "other maintenance lines" bucket.
*> 2026-10-15  the suspense write-off step logs one line per run under
*> its own RNWOFF program tag; those count as "other maintenance
*> lines" and, like the cache maintenance lines, stay out of the
*> accept/reject split.
*> 2026-09-02  the audit line now ends with USR= carrying the
*> operator id (114 bytes); the layout here grew to match. rncache
*> also audits a cache purge now under its own RNCACH program tag -
77  rnconv-attempts picture 9(9) value 0.
77  rndcnv-attempts picture 9(9) value 0.
77  cache-maint-lines picture 9(9) value 0.
77  other-maint-lines picture 9(9) value 0.
77  other-attempts  picture 9(9) value 0.
77  total-accepts   picture 9(9) value 0.
77  total-rejects   picture 9(9) value 0.
        when 'RNCONV' add 1 to rnconv-attempts
        when 'RNDCNV' add 1 to rndcnv-attempts
        when 'RNCACH' add 1 to cache-maint-lines
        when 'RNCVER' add 1 to cache-maint-lines
        when 'RNREFU' add 1 to cache-maint-lines
        when 'RNWOFF' add 1 to other-maint-lines
        when 'RNDMNT' add 1 to other-maint-lines
        when 'RNREVS' add 1 to other-maint-lines
        when 'RNCLOS' add 1 to other-maint-lines
        when 'RNSGNF' add 1 to other-maint-lines
        when 'RNSCOR' add 1 to other-maint-lines
        when other    add 1 to other-attempts
    end-evaluate

    if aud-program not = 'RNCACH'
        and aud-program not = 'RNCVER'
        and aud-program not = 'RNWOFF'
        and aud-program not = 'RNDMNT'
        and aud-program not = 'RNREVS'
        and aud-program not = 'RNCLOS'
        and aud-program not = 'RNREFU'
        and aud-program not = 'RNSGNF'
        and aud-program not = 'RNSCOR'
        perform tally-return-code
    end-if
    perform tally-hour.
        move count-line to print-buffer
        perform write-one-line
    end-if
    if other-maint-lines > 0
        move 'other maintenance lines' to cl-label
        move other-maint-lines to cl-count
        move count-line to print-buffer
        perform write-one-line
    end-if
    if other-attempts > 0
        move 'unrecognized log lines' to cl-label
        move other-attempts to cl-count
