identification division.
program-id. rntrend.

*> 2026-10-15  a run rnrevs has backed out still lists - the history
*> keeps what was posted - but carries RV in the flag column, never
*> the reject-rate flag, and the run after it is measured against
*> the last run that stood. the summary counts the reversed runs.
*> 2026-09-02  day-over-day trend report over the RNHIST run-history
*> master romanbatch posts to at end of run. prints the last thirty
*> runs, one line apiece - run date and start time, files processed,
       03 te-misses   picture 9(9).
       03 te-cc       picture 9(2).
       03 te-balance  picture x.
       03 te-reversed picture x.

77  run-total    picture s9(10) usage is computational.
77  prev-total   picture s9(10) usage is computational.
77  rate-move    picture s9(5) usage is computational.
77  tolerance-tenths picture s9(5) usage is computational value 50.
77  flagged-runs picture 9(3) value 0.
77  reversed-runs picture 9(3) value 0.
77  prev-shown   picture x value 'N'.
77  env-work     picture x(8).
77  env-rate     picture s9(3)v9 usage is computational.
77  rate-pct     picture s9(3)v9 usage is computational.
                move hist-misses   to te-misses(runs-shown)
                move hist-cond-code to te-cc(runs-shown)
                move hist-balance  to te-balance(runs-shown)
                move hist-reversed to te-reversed(runs-shown)
        end-read
    end-perform
    move 'N' to eof.
    perform write-one-line
    move 0 to prev-total
    move 0 to prev-tenths
    move 'N' to prev-shown
    perform varying tx from 1 by 1 until tx > runs-shown
        perform print-one-trend-line
    end-perform.
    move te-balance(tx) to tl-bal
    move spaces to tl-flag

    if te-reversed(tx) = 'R'
        move 0 to tl-volmove
        move 0 to tl-ratemove
        move 'RV' to tl-flag
        add 1 to reversed-runs
        move trend-line to print-buffer
        perform write-one-line
    else
        perform print-standing-run
    end-if.

*> a run that stands is measured against the last standing run shown.
print-standing-run.
    if prev-shown = 'Y'
        compute vol-move = run-total - prev-total
        compute rate-move = rate-tenths - prev-tenths
        move vol-move to tl-volmove
    move trend-line to print-buffer
    perform write-one-line
    move run-total to prev-total
    move rate-tenths to prev-tenths
    move 'Y' to prev-shown.

print-trend-summary.
    move spaces to print-buffer
    move runs-shown to cl-count
    move count-line to print-buffer
    perform write-one-line
    if reversed-runs > 0
        move 'runs reversed (RV)' to cl-label
        move reversed-runs to cl-count
        move count-line to print-buffer
        perform write-one-line
    end-if
    move 'runs flagged on reject rate' to cl-label
    move flagged-runs to cl-count
    move count-line to print-buffer
