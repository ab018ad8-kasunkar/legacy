*> the rest each get the full syntax and magnitude checks, and conv
*> values each part separately before the two are combined. plain
*> numerals behave exactly as before.
*> 2026-10-15  RNLOOKM set to OFF leaves the lookup file alone
*> altogether - no open, no lookup, no store, and no hit/miss
*> counters written over the last batch's RNSTAT at shutdown. every
*> numeral goes the whole way through validation and conv. the
*> rncver cache verification runs this way so the value it compares
*> a cache entry against is a fresh conversion, never the entry
*> itself.

environment division.
input-output section.
*> run; cache-ro says lookups only, never a store.
77  cache-open picture x value 'N'.
77  cache-ro   picture x value 'N'.
77  cache-off  picture x value 'N'.
77  ro-check   picture x(8) value spaces.
77  retry-limit picture 9(3) value 5.
77  retry-count picture s9(3) usage is computational.
    if first-call = 'Y'
        move 'N' to first-call
        perform get-cache-options
        if cache-off = 'N'
            perform open-lookup-file
        end-if
    end-if.

get-cache-options.
    if ro-check = 'RO' or ro-check = 'ro'
        move 'Y' to cache-ro
    end-if
    if ro-check = 'OFF' or ro-check = 'off'
        move 'Y' to cache-off
    end-if

    move spaces to env-work
    accept env-work from environment "RNLKRT"
        if cache-open = 'Y'
            close rn-lookup
        end-if
        if cache-off = 'N'
            perform write-stats-record
        end-if
    end-if.

write-stats-record.
